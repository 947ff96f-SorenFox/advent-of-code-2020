000010*-----------------------------------------------------------------
000020 IDENTIFICATION DIVISION.
000030     PROGRAM-ID. AOC-2020-CALGAP.
000040     AUTHOR. D HALVORSEN.
000050     INSTALLATION. ADVENT DATA PROCESSING CENTER.
000060     DATE-WRITTEN. 10/15/2026.
000070     DATE-COMPILED.
000080*-----------------------------------------------------------------
000090* MODIFICATION HISTORY.
000100*   DATE        INIT  DESCRIPTION
000110*   10/15/2026  DH    ORIGINAL.  MISSED-NIGHT GAP DETECTION.
000120*                      READS THE RUN NIGHTS ON THE PROCESSING
000130*                      CALENDAR (CALMSTDD, SEE CPCALMST) AND THE
000140*                      AUDIT HISTORY -- THE ROLLED MONTHS ON
000150*                      AUDHSTDD AND THE KEYED MASTER AUDMSTDD (THE
000160*                      FLAT AUDITDD TRAIL WHEN THE MASTER IS NOT
000170*                      YET ON FILE) -- AND LISTS EVERY SCHEDULED
000180*                      NIGHT AND DAY WITH NO COMPLETE ROW ON THE
000190*                      GAP REPORT (GAPRPTDD).  FOR EACH NIGHT WITH
000200*                      A DAY TO RUN IT WRITES A READY-MADE
000210*                      RUNCTLDD DECK -- ASOF CARD, FORCE CARD WHEN
000220*                      THE NIGHT'S STREAM ROW IS ALREADY COMPLETE,
000230*                      AND ONE DAY CARD PER MISSING DAY -- TO THE
000240*                      CATCH-UP CARD FILE (GAPCRDDD), AND RAISES A
000250*                      WARN ALERT.  RETURN CODES: 0 NO GAP, 4 GAPS
000260*                      FOUND, 16 ABEND.
000261*   10/15/2026  DH    EVENT-YEAR QUALIFIER.  ONLY AUDIT ROWS OF
000262*                      THE STREAM'S OWN EVENT YEAR
000263*                      (AOC-2020-RUNDATE, FROM AOCYEAR) COUNT AS A
000264*                      NIGHT OR DAY RUN -- A ROW WITHOUT A YEAR IS
000265*                      2020 -- SO ANOTHER EVENT'S STREAM ON THE
000266*                      SAME NIGHT CANNOT CLOSE THIS EVENT'S GAP.
000268*                      THE YEAR IS ON THE FLAT TRAIL, NOT THE
000270*                      KEYED MASTER, SO AUDITDD IS NOW READ AHEAD
000272*                      OF AUDMSTDD, WHICH IS ONLY THE FALLBACK
000274*                      (ITS ROWS READ AS 2020).  EACH CATCH-UP
000275*                      DECK CARRIES A YEAR CARD AFTER ITS ASOF.
000277*-----------------------------------------------------------------
000280*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310     FILE-CONTROL.
000320         SELECT GAPCTL-FILE ASSIGN TO "GAPCTLDD"
000330             ORGANIZATION IS LINE SEQUENTIAL
000340             FILE STATUS IS WS-GAPCTL-STATUS.
000350         SELECT CALENDAR-FILE ASSIGN TO "CALMSTDD"
000360             ORGANIZATION IS INDEXED
000370             ACCESS MODE IS DYNAMIC
000380             RECORD KEY IS CAL-KEY
000390             FILE STATUS IS WS-CALENDAR-STATUS.
000400         SELECT HISTORY-FILE ASSIGN TO "AUDHSTDD"
000410             ORGANIZATION IS LINE SEQUENTIAL
000420             FILE STATUS IS WS-HISTORY-STATUS.
000430         SELECT AUDIT-MASTER-FILE ASSIGN TO "AUDMSTDD"
000440             ORGANIZATION IS INDEXED
000450             ACCESS MODE IS DYNAMIC
000460             RECORD KEY IS AUDM-KEY
000470             FILE STATUS IS WS-MASTER-STATUS.
000480         SELECT GAP-REPORT-FILE ASSIGN TO "GAPRPTDD"
000490             ORGANIZATION IS LINE SEQUENTIAL
000500             FILE STATUS IS WS-REPORT-STATUS.
000510         SELECT CATCHUP-FILE ASSIGN TO "GAPCRDDD"
000520             ORGANIZATION IS LINE SEQUENTIAL
000530             FILE STATUS IS WS-CATCHUP-STATUS.
000540         SELECT AUDIT-FILE ASSIGN TO "AUDITDD"
000550             ORGANIZATION IS LINE SEQUENTIAL
000560             FILE STATUS IS WS-AUDIT-STATUS.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000600*
000610* OPTIONAL RANGE CARDS.  WITHOUT THEM THE REPORT COVERS EVERY
000620* CALENDAR DATE BEFORE TONIGHT.
000630*   FROM YYYYMMDD      FIRST NIGHT TO CHECK
000640*   THRU YYYYMMDD      LAST NIGHT TO CHECK
000650 FD  GAPCTL-FILE.
000660 01  GAPCTL-RECORD.
000670     05  GCT-VERB                    PIC X(04).
000680     05  GCT-FILLER-1                PIC X(01).
000690     05  GCT-DATE                    PIC X(08).
000700     05  GCT-FILLER-2                PIC X(67).
000710*
000720 FD  CALENDAR-FILE.
000730     COPY CPCALMST.
000740*
000750 FD  HISTORY-FILE.
000760     COPY CPAUDIT REPLACING ==AUDIT-RECORD==
000770         BY ==AUDIT-HISTORY-RECORD==.
000780*
000790 FD  AUDIT-MASTER-FILE.
000800     COPY CPAUDMST.
000810*
000820 FD  GAP-REPORT-FILE.
000830 01  GAP-REPORT-RECORD               PIC X(132).
000840*
000850* THE CATCH-UP CARDS ARE IN THE DISPATCHER'S RUNCTLDD LAYOUT.
000860 FD  CATCHUP-FILE.
000870 01  CATCHUP-RECORD.
000880     05  CUP-CARD-ID                 PIC X(02).
000890     05  CUP-FILLER-1                PIC X(01).
000900     05  CUP-POLICY                  PIC X(17).
000910     05  CUP-FILLER-2                PIC X(60).
000920*
000930 FD  AUDIT-FILE.
000940     COPY CPAUDIT.
000950*
000960 WORKING-STORAGE SECTION.
000970 01  WS-PROGRAM-MNEMONIC             PIC X(08) VALUE "AOC2GAP ".
000980*
000990 01  WS-FILE-STATUSES.
001000     05  WS-GAPCTL-STATUS            PIC X(02) VALUE "00".
001010     05  WS-CALENDAR-STATUS          PIC X(02) VALUE "00".
001020     05  WS-HISTORY-STATUS           PIC X(02) VALUE "00".
001030     05  WS-MASTER-STATUS            PIC X(02) VALUE "00".
001040     05  WS-REPORT-STATUS            PIC X(02) VALUE "00".
001050     05  WS-CATCHUP-STATUS           PIC X(02) VALUE "00".
001060     05  WS-AUDIT-STATUS             PIC X(02) VALUE "00".
001070*
001080 01  WS-SWITCHES.
001090     05  WS-CTL-EOF-SW               PIC X(01) VALUE "N".
001100         88  WS-CTL-EOF              VALUE "Y".
001110     05  WS-CAL-EOF-SW               PIC X(01) VALUE "N".
001120         88  WS-CAL-EOF              VALUE "Y".
001130     05  WS-HST-EOF-SW               PIC X(01) VALUE "N".
001140         88  WS-HST-EOF              VALUE "Y".
001150     05  WS-MST-EOF-SW               PIC X(01) VALUE "N".
001160         88  WS-MST-EOF              VALUE "Y".
001170     05  WS-AUD-EOF-SW               PIC X(01) VALUE "N".
001180         88  WS-AUD-EOF              VALUE "Y".
001190     05  WS-THRU-CARD-SW             PIC X(01) VALUE "N".
001200         88  WS-THRU-CARDED          VALUE "Y".
001210     05  WS-NIGHT-FOUND-SW           PIC X(01) VALUE "N".
001220         88  WS-NIGHT-FOUND          VALUE "Y".
001230     05  WS-TABLE-FULL-SW            PIC X(01) VALUE "N".
001240         88  WS-TABLE-FULL           VALUE "Y".
001250*
001260 01  WS-COUNTERS.
001270     05  WS-SAVED-RC                 PIC 9(04) COMP VALUE 0.
001280     05  WS-NGT-COUNT                PIC 9(03) COMP VALUE 0.
001290     05  WS-NGT-SUB                  PIC 9(03) COMP VALUE 0.
001300     05  WS-DAY-SUB                  PIC 9(02) COMP VALUE 0.
001310     05  WS-ROW-DAY                  PIC 9(02) VALUE 0.
001320     05  WS-CAL-DATES                PIC 9(05) COMP VALUE 0.
001330     05  WS-HOLIDAY-COUNT            PIC 9(05) COMP VALUE 0.
001340     05  WS-BLACKOUT-COUNT           PIC 9(05) COMP VALUE 0.
001350     05  WS-GAP-NIGHTS               PIC 9(05) COMP VALUE 0.
001360     05  WS-GAP-DAYS                 PIC 9(05) COMP VALUE 0.
001370     05  WS-DECK-COUNT               PIC 9(05) COMP VALUE 0.
001380     05  WS-NIGHT-SCHEDULED          PIC 9(02) COMP VALUE 0.
001390     05  WS-NIGHT-MISSING            PIC 9(02) COMP VALUE 0.
001400     05  WS-LIST-PTR                 PIC 9(03) COMP VALUE 1.
001410*
001420 77  WS-NGT-MAX                      PIC 9(03) COMP VALUE 400.
001430*
001440 01  WS-RUN-TIMESTAMPS.
001450     05  WS-START-DATE               PIC X(08).
001460     05  WS-START-TIME               PIC X(08).
001470*
001480 01  WS-FROM-DATE                    PIC X(08) VALUE SPACES.
001490 01  WS-THRU-DATE                    PIC X(08) VALUE SPACES.
001500*
001510* ONE SLOT PER RUN NIGHT IN THE RANGE, IN DATE ORDER: WHICH DAYS
001520* THE CALENDAR SCHEDULED AND WHICH OF THEM HAVE A COMPLETE ROW.
001530 01  WS-NIGHT-TABLE.
001540     05  WS-NGT-ENTRY OCCURS 400 TIMES.
001550         10  WS-NGT-DATE             PIC X(08).
001560         10  WS-NGT-DRV-SW           PIC X(01).
001570             88  WS-NGT-DRV-COMPLETE VALUE "Y".
001580         10  WS-NGT-DAY OCCURS 25 TIMES.
001590             15  WS-NGT-SCHED-SW     PIC X(01).
001600                 88  WS-NGT-SCHEDULED VALUE "Y".
001610             15  WS-NGT-DONE-SW      PIC X(01).
001620                 88  WS-NGT-DONE     VALUE "Y".
001630*
001631* THE AUDIT ROW NOW BEING MATCHED, FROM WHICHEVER SOURCE.  ITS
001632* EVENT YEAR IS AS POSTED -- SPACES ON A ROW THAT PREDATES THE
001633* COLUMN, WHICH 3300 TAKES AS 2020.
001634 01  WS-ROW-WORK.
001635     05  WS-ROW-PROGRAM-ID           PIC X(08).
001636     05  WS-ROW-RUN-DATE             PIC X(08).
001637     05  WS-ROW-STATUS               PIC X(08).
001638     05  WS-ROW-EVENT-YEAR           PIC X(04).
001690*
001700 01  WS-MISSING-LIST                 PIC X(92) VALUE SPACES.
001710 01  WS-DAY-NUM-ED                   PIC 99.
001720 01  WS-ED-COUNT                     PIC 9(05).
001730*
001740 01  WS-GAP-REPORT-LINE.
001750     05  WS-GRP-LABEL                PIC X(040).
001760     05  WS-GRP-VALUE                PIC X(092).
001770*
001780     COPY CPAUDIT REPLACING ==AUDIT-RECORD==
001790         BY ==WS-AUDIT-RECORD==.
001800*
001810     COPY CPELAPSE REPLACING ==ELAPSE-PARM==
001820         BY ==WS-ELAPSE-PARM==.
001830*
001840     COPY CPAUDPRM REPLACING ==AUDIT-PARM==
001850         BY ==WS-AUDIT-PARM==.
001860*
001870     COPY CPRUNDT REPLACING ==RUNDATE-PARM==
001880         BY ==WS-RUNDATE-PARM==.
001890*
001900     COPY CPALTPRM REPLACING ==ALERT-PARM==
001910         BY ==WS-ALERT-PARM==.
001920*
001930 PROCEDURE DIVISION.
001940 0000-MAINLINE.
001950     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001960     PERFORM 2000-LOAD-CALENDAR THRU 2000-LOAD-CALENDAR-EXIT.
001970     PERFORM 3000-SCAN-AUDIT-HISTORY THRU
001980         3000-SCAN-AUDIT-HISTORY-EXIT.
001990     PERFORM 4000-REPORT-EACH-NIGHT THRU
002000         4000-REPORT-EACH-NIGHT-EXIT
002010         VARYING WS-NGT-SUB FROM 1 BY 1
002020         UNTIL WS-NGT-SUB > WS-NGT-COUNT.
002030     PERFORM 7000-WRITE-TOTALS THRU 7000-WRITE-TOTALS-EXIT.
002040     PERFORM 8500-TERMINATE THRU 8500-TERMINATE-EXIT.
002050     GO TO 9999-EXIT.
002060*
002070* ---------------------------------------------------------------
002080* 1000/1100/1110 -- READ THE RANGE CARDS, THEN OPEN THE REPORT
002090* AND THE CATCH-UP CARD FILE.  A MISSING GAPCTLDD IS NOT AN
002100* ERROR -- THE WHOLE CALENDAR UP TO LAST NIGHT IS CHECKED.
002110* ---------------------------------------------------------------
002120 1000-INITIALIZE.
002130* THE RUN DATE COMES FROM THE SHARED BUSINESS-DATE
002140* SUBPROGRAM, SO AN AS-OF CATCH-UP RUN (AOCASOF, SEE
002150* CPRUNDT) LANDS UNDER THE NIGHT IT BELONGS TO.
002160     CALL "AOC-2020-RUNDATE" USING WS-RUNDATE-PARM.
002170     MOVE RND-RUN-DATE TO WS-START-DATE.
002180     ACCEPT WS-START-TIME FROM TIME.
002190     OPEN INPUT GAPCTL-FILE.
002200     IF WS-GAPCTL-STATUS = "00"
002210         PERFORM 1100-READ-CONTROL THRU 1100-READ-CONTROL-EXIT
002220             UNTIL WS-CTL-EOF
002230         CLOSE GAPCTL-FILE
002240     END-IF.
002250     OPEN OUTPUT GAP-REPORT-FILE.
002260     IF WS-REPORT-STATUS NOT = "00"
002270         DISPLAY "AOC-2020-CALGAP ABEND - GAPRPTDD OPEN FAILED"
002280         DISPLAY "STATUS = " WS-REPORT-STATUS
002290         MOVE 16 TO RETURN-CODE
002300         GO TO 9999-EXIT
002310     END-IF.
002320     OPEN OUTPUT CATCHUP-FILE.
002330     IF WS-CATCHUP-STATUS NOT = "00"
002340         DISPLAY "AOC-2020-CALGAP ABEND - GAPCRDDD OPEN FAILED"
002350         DISPLAY "STATUS = " WS-CATCHUP-STATUS
002360         MOVE 16 TO RETURN-CODE
002370         GO TO 9999-EXIT
002380     END-IF.
002390     MOVE SPACES TO WS-GAP-REPORT-LINE.
002400     MOVE "ADVENT DATA PROCESSING CENTER" TO WS-GRP-LABEL.
002410     MOVE "PROCESSING CALENDAR GAP REPORT" TO WS-GRP-VALUE.
002420     WRITE GAP-REPORT-RECORD FROM WS-GAP-REPORT-LINE.
002430     MOVE SPACES TO WS-GAP-REPORT-LINE.
002440     MOVE "PREPARED" TO WS-GRP-LABEL.
002450     STRING WS-START-DATE DELIMITED BY SIZE
002460         " " DELIMITED BY SIZE
002470         WS-START-TIME DELIMITED BY SIZE
002480         INTO WS-GRP-VALUE.
002490     WRITE GAP-REPORT-RECORD FROM WS-GAP-REPORT-LINE.
002500     MOVE SPACES TO WS-GAP-REPORT-LINE.
002510     MOVE "NIGHTS CHECKED" TO WS-GRP-LABEL.
002520     IF WS-FROM-DATE = SPACES
002530         MOVE "FIRST CALENDAR DATE" TO WS-GRP-VALUE
002540     ELSE
002550         MOVE WS-FROM-DATE TO WS-GRP-VALUE
002560     END-IF.
002570     IF WS-THRU-CARDED
002580         STRING WS-GRP-VALUE DELIMITED BY "  "
002590             " THROUGH " DELIMITED BY SIZE
002600             WS-THRU-DATE DELIMITED BY SIZE
002610             INTO WS-GRP-VALUE
002620     ELSE
002630         STRING WS-GRP-VALUE DELIMITED BY "  "
002640             " THROUGH THE NIGHT BEFORE " DELIMITED BY SIZE
002650             WS-START-DATE DELIMITED BY SIZE
002660             INTO WS-GRP-VALUE
002670     END-IF.
002680     WRITE GAP-REPORT-RECORD FROM WS-GAP-REPORT-LINE.
002690     MOVE SPACES TO GAP-REPORT-RECORD.
002700     WRITE GAP-REPORT-RECORD.
002710 1000-INITIALIZE-EXIT.
002720     EXIT.
002730*
002740 1100-READ-CONTROL.
002750     READ GAPCTL-FILE
002760         AT END MOVE "Y" TO WS-CTL-EOF-SW
002770         NOT AT END
002780             PERFORM 1110-APPLY-ONE-CARD THRU
002790                 1110-APPLY-ONE-CARD-EXIT
002800     END-READ.
002810 1100-READ-CONTROL-EXIT.
002820     EXIT.
002830*
002840 1110-APPLY-ONE-CARD.
002850     IF GAPCTL-RECORD (1:1) = "*" OR GAPCTL-RECORD = SPACES
002860         GO TO 1110-APPLY-ONE-CARD-EXIT
002870     END-IF.
002880     IF GCT-DATE NOT NUMERIC
002890         OR (GCT-VERB NOT = "FROM" AND NOT = "THRU")
002900         DISPLAY "AOC-2020-CALGAP WARNING - BAD CONTROL CARD"
002910         DISPLAY "CARD IGNORED: " GAPCTL-RECORD (1:20)
002920         GO TO 1110-APPLY-ONE-CARD-EXIT
002930     END-IF.
002940     IF GCT-VERB = "FROM"
002950         MOVE GCT-DATE TO WS-FROM-DATE
002960     ELSE
002970         MOVE GCT-DATE TO WS-THRU-DATE
002980         MOVE "Y" TO WS-THRU-CARD-SW
002990     END-IF.
003000 1110-APPLY-ONE-CARD-EXIT.
003010     EXIT.
003020*
003030* ---------------------------------------------------------------
003040* 2000/2100 -- LOAD THE RUN NIGHTS IN THE RANGE FROM THE
003050* CALENDAR MASTER, IN KEY (DATE) ORDER.  HOLIDAYS AND BLACKOUTS
003060* ARE COUNTED BUT EXPECT NOTHING.  WITHOUT A CALENDAR THERE IS
003070* NOTHING TO COMPARE, SO THE STEP ABENDS.
003080* ---------------------------------------------------------------
003090 2000-LOAD-CALENDAR.
003100     OPEN INPUT CALENDAR-FILE.
003110     IF WS-CALENDAR-STATUS NOT = "00"
003120         DISPLAY "AOC-2020-CALGAP ABEND - CALMSTDD OPEN FAILED"
003130         DISPLAY "STATUS = " WS-CALENDAR-STATUS
003140         MOVE 16 TO RETURN-CODE
003150         GO TO 9999-EXIT
003160     END-IF.
003170     MOVE LOW-VALUES TO CAL-KEY.
003180     IF WS-FROM-DATE NOT = SPACES
003190         MOVE WS-FROM-DATE TO CAL-BUSINESS-DATE
003200     END-IF.
003210     START CALENDAR-FILE KEY >= CAL-KEY
003220         INVALID KEY MOVE "Y" TO WS-CAL-EOF-SW
003230     END-START.
003240     PERFORM 2100-LOAD-ONE-DATE THRU 2100-LOAD-ONE-DATE-EXIT
003250         UNTIL WS-CAL-EOF.
003260     CLOSE CALENDAR-FILE.
003270 2000-LOAD-CALENDAR-EXIT.
003280     EXIT.
003290*
003300 2100-LOAD-ONE-DATE.
003310     READ CALENDAR-FILE NEXT
003320         AT END MOVE "Y" TO WS-CAL-EOF-SW
003330     END-READ.
003340     IF WS-CAL-EOF
003350         GO TO 2100-LOAD-ONE-DATE-EXIT
003360     END-IF.
003370     IF (WS-THRU-CARDED AND CAL-BUSINESS-DATE > WS-THRU-DATE)
003380         OR (NOT WS-THRU-CARDED
003390             AND CAL-BUSINESS-DATE NOT < WS-START-DATE)
003400         MOVE "Y" TO WS-CAL-EOF-SW
003410         GO TO 2100-LOAD-ONE-DATE-EXIT
003420     END-IF.
003430     ADD 1 TO WS-CAL-DATES.
003440     IF CAL-HOLIDAY
003450         ADD 1 TO WS-HOLIDAY-COUNT
003460         GO TO 2100-LOAD-ONE-DATE-EXIT
003470     END-IF.
003480     IF CAL-BLACKOUT
003490         ADD 1 TO WS-BLACKOUT-COUNT
003500         GO TO 2100-LOAD-ONE-DATE-EXIT
003510     END-IF.
003520     IF NOT CAL-RUN-NIGHT
003530         GO TO 2100-LOAD-ONE-DATE-EXIT
003540     END-IF.
003550     IF WS-NGT-COUNT >= WS-NGT-MAX
003560         IF NOT WS-TABLE-FULL
003570             MOVE "Y" TO WS-TABLE-FULL-SW
003580             DISPLAY "AOC-2020-CALGAP WARNING - MORE THAN 400 RUN"
003590                 " NIGHTS, CHECKED THROUGH "
003600                 WS-NGT-DATE (WS-NGT-COUNT)
003610             DISPLAY "NARROW THE RANGE WITH FROM / THRU CARDS"
003620         END-IF
003630         GO TO 2100-LOAD-ONE-DATE-EXIT
003640     END-IF.
003650     ADD 1 TO WS-NGT-COUNT.
003660     MOVE CAL-BUSINESS-DATE TO WS-NGT-DATE (WS-NGT-COUNT).
003670     MOVE "N" TO WS-NGT-DRV-SW (WS-NGT-COUNT).
003680     PERFORM 2110-LOAD-ONE-DAY THRU 2110-LOAD-ONE-DAY-EXIT
003690         VARYING WS-DAY-SUB FROM 1 BY 1
003700         UNTIL WS-DAY-SUB > 25.
003710 2100-LOAD-ONE-DATE-EXIT.
003720     EXIT.
003730*
003740 2110-LOAD-ONE-DAY.
003750     MOVE CAL-DAY-SW (WS-DAY-SUB) TO
003760         WS-NGT-SCHED-SW (WS-NGT-COUNT, WS-DAY-SUB).
003770     MOVE "N" TO WS-NGT-DONE-SW (WS-NGT-COUNT, WS-DAY-SUB).
003780 2110-LOAD-ONE-DAY-EXIT.
003790     EXIT.
003800*
003810* ---------------------------------------------------------------
003820* 3000/3100/3200/3300 -- ONE PASS OVER THE AUDIT HISTORY: THE
003828* ROLLED MONTHS FIRST, THEN THE CURRENT ROWS FROM THE FLAT
003836* TRAIL, WHICH CARRIES THE EVENT YEAR.  THE KEYED MASTER HOLDS
003844* THE SAME ROWS WITHOUT A YEAR AND IS READ ONLY WHEN THE TRAIL
003852* IS NOT ON FILE.  A MISSING HISTORY DATASET IS A NOTICE -- NO
003860* MONTH HAS ROLLED YET.
003870* ---------------------------------------------------------------
003880 3000-SCAN-AUDIT-HISTORY.
003890     IF WS-NGT-COUNT = 0
003900         GO TO 3000-SCAN-AUDIT-HISTORY-EXIT
003910     END-IF.
003920     OPEN INPUT HISTORY-FILE.
003930     IF WS-HISTORY-STATUS = "00"
003940         PERFORM 3100-READ-HISTORY-ROW THRU
003950             3100-READ-HISTORY-ROW-EXIT
003960             UNTIL WS-HST-EOF
003970         CLOSE HISTORY-FILE
003980     ELSE
003990         DISPLAY "AOC-2020-CALGAP NOTICE - NO HISTORY DATASET"
003991     END-IF.
003992     OPEN INPUT AUDIT-FILE.
003993     IF WS-AUDIT-STATUS = "00"
003994         PERFORM 3250-READ-TRAIL-ROW THRU
003995             3250-READ-TRAIL-ROW-EXIT
003996             UNTIL WS-AUD-EOF
003997         CLOSE AUDIT-FILE
003998         GO TO 3000-SCAN-AUDIT-HISTORY-EXIT
003999     END-IF.
004000     DISPLAY "AOC-2020-CALGAP NOTICE - NO AUDIT TRAIL, READING"
004001         " AUDMSTDD".
004010     OPEN INPUT AUDIT-MASTER-FILE.
004032     IF WS-MASTER-STATUS NOT = "00"
004054         DISPLAY "AOC-2020-CALGAP NOTICE - NO AUDIT MASTER EITHER"
004076         GO TO 3000-SCAN-AUDIT-HISTORY-EXIT
004098     END-IF.
004120     PERFORM 3200-READ-MASTER-ROW THRU 3200-READ-MASTER-ROW-EXIT
004142         UNTIL WS-MST-EOF.
004164     CLOSE AUDIT-MASTER-FILE.
004190 3000-SCAN-AUDIT-HISTORY-EXIT.
004200     EXIT.
004210*
004220 3100-READ-HISTORY-ROW.
004230     READ HISTORY-FILE
004240         AT END MOVE "Y" TO WS-HST-EOF-SW
004250         NOT AT END
004260             MOVE AUD-PROGRAM-ID OF AUDIT-HISTORY-RECORD
004270                 TO WS-ROW-PROGRAM-ID
004280             MOVE AUD-RUN-DATE OF AUDIT-HISTORY-RECORD
004290                 TO WS-ROW-RUN-DATE
004300             MOVE AUD-COMPLETION-STATUS OF AUDIT-HISTORY-RECORD
004310                 TO WS-ROW-STATUS
004311             MOVE AUD-EVENT-YEAR OF AUDIT-HISTORY-RECORD
004312                 TO WS-ROW-EVENT-YEAR
004320             PERFORM 3300-MATCH-ROW THRU 3300-MATCH-ROW-EXIT
004330     END-READ.
004340 3100-READ-HISTORY-ROW-EXIT.
004350     EXIT.
004360*
004370 3200-READ-MASTER-ROW.
004380     READ AUDIT-MASTER-FILE NEXT
004390         AT END MOVE "Y" TO WS-MST-EOF-SW
004400         NOT AT END
004410             MOVE AUDM-PROGRAM-ID TO WS-ROW-PROGRAM-ID
004420             MOVE AUDM-RUN-DATE TO WS-ROW-RUN-DATE
004430             MOVE AUDM-COMPLETION-STATUS TO WS-ROW-STATUS
004433* THE MASTER CARRIES NO EVENT YEAR -- ITS ROWS READ AS 2020.
004436             MOVE SPACES TO WS-ROW-EVENT-YEAR
004440             PERFORM 3300-MATCH-ROW THRU 3300-MATCH-ROW-EXIT
004450     END-READ.
004460 3200-READ-MASTER-ROW-EXIT.
004470     EXIT.
004480*
004490 3250-READ-TRAIL-ROW.
004500     READ AUDIT-FILE
004510         AT END MOVE "Y" TO WS-AUD-EOF-SW
004520         NOT AT END
004530             MOVE AUD-PROGRAM-ID OF AUDIT-RECORD
004540                 TO WS-ROW-PROGRAM-ID
004550             MOVE AUD-RUN-DATE OF AUDIT-RECORD TO WS-ROW-RUN-DATE
004560             MOVE AUD-COMPLETION-STATUS OF AUDIT-RECORD
004570                 TO WS-ROW-STATUS
004571             MOVE AUD-EVENT-YEAR OF AUDIT-RECORD
004572                 TO WS-ROW-EVENT-YEAR
004580             PERFORM 3300-MATCH-ROW THRU 3300-MATCH-ROW-EXIT
004590     END-READ.
004600 3250-READ-TRAIL-ROW-EXIT.
004610     EXIT.
004620*
004630* ONLY A COMPLETE ROW FOR THE DISPATCHER (AOC2DRV) OR A DAY
004631* PROGRAM (AOC2DNN) OF THIS EVENT ON A NIGHT IN THE TABLE COUNTS.
004632 3300-MATCH-ROW.
004633     IF WS-ROW-EVENT-YEAR NOT NUMERIC
004634         MOVE "2020" TO WS-ROW-EVENT-YEAR
004635     END-IF.
004636     IF WS-ROW-EVENT-YEAR NOT = RND-EVENT-YEAR
004637         GO TO 3300-MATCH-ROW-EXIT
004638     END-IF.
004660     IF WS-ROW-STATUS NOT = "COMPLETE"
004670         OR WS-ROW-RUN-DATE < WS-NGT-DATE (1)
004680         OR WS-ROW-RUN-DATE > WS-NGT-DATE (WS-NGT-COUNT)
004690         GO TO 3300-MATCH-ROW-EXIT
004700     END-IF.
004710     IF WS-ROW-PROGRAM-ID NOT = "AOC2DRV "
004720         AND WS-ROW-PROGRAM-ID (1:5) NOT = "AOC2D"
004730         GO TO 3300-MATCH-ROW-EXIT
004740     END-IF.
004750     MOVE "N" TO WS-NIGHT-FOUND-SW.
004760     PERFORM 3310-FIND-NIGHT THRU 3310-FIND-NIGHT-EXIT
004770         VARYING WS-NGT-SUB FROM 1 BY 1
004780         UNTIL WS-NGT-SUB > WS-NGT-COUNT
004790         OR WS-NIGHT-FOUND.
004800     IF NOT WS-NIGHT-FOUND
004810         GO TO 3300-MATCH-ROW-EXIT
004820     END-IF.
004830* THE VARYING STEP RAN ONCE PAST THE MATCHING NIGHT.
004840     SUBTRACT 1 FROM WS-NGT-SUB.
004850     IF WS-ROW-PROGRAM-ID = "AOC2DRV "
004860         MOVE "Y" TO WS-NGT-DRV-SW (WS-NGT-SUB)
004870         GO TO 3300-MATCH-ROW-EXIT
004880     END-IF.
004890     IF WS-ROW-PROGRAM-ID (6:2) NOT NUMERIC
004900         GO TO 3300-MATCH-ROW-EXIT
004910     END-IF.
004920     MOVE WS-ROW-PROGRAM-ID (6:2) TO WS-ROW-DAY.
004930     IF WS-ROW-DAY < 1 OR WS-ROW-DAY > 25
004940         GO TO 3300-MATCH-ROW-EXIT
004950     END-IF.
004960     MOVE "Y" TO WS-NGT-DONE-SW (WS-NGT-SUB, WS-ROW-DAY).
004970 3300-MATCH-ROW-EXIT.
004980     EXIT.
004990*
005000 3310-FIND-NIGHT.
005010     IF WS-NGT-DATE (WS-NGT-SUB) = WS-ROW-RUN-DATE
005020         MOVE "Y" TO WS-NIGHT-FOUND-SW
005030     END-IF.
005040 3310-FIND-NIGHT-EXIT.
005050     EXIT.
005060*
005070* ---------------------------------------------------------------
005080* 4000/4100 -- ONE RUN NIGHT.  EVERY SCHEDULED DAY WITHOUT A
005090* COMPLETE ROW IS LISTED; A NIGHT WHOSE DAYS ALL RAN BUT WHOSE
005100* OWN STREAM ROW IS NOT COMPLETE IS LISTED TOO, WITH NOTHING TO
005110* CATCH UP.  A NIGHT WITH A DAY TO RUN GETS A CATCH-UP DECK.
005120* ---------------------------------------------------------------
005130 4000-REPORT-EACH-NIGHT.
005140     MOVE 0 TO WS-NIGHT-SCHEDULED.
005150     MOVE 0 TO WS-NIGHT-MISSING.
005160     MOVE SPACES TO WS-MISSING-LIST.
005170     MOVE 1 TO WS-LIST-PTR.
005180     PERFORM 4100-CHECK-ONE-DAY THRU 4100-CHECK-ONE-DAY-EXIT
005190         VARYING WS-DAY-SUB FROM 1 BY 1
005200         UNTIL WS-DAY-SUB > 25.
005210     IF WS-NIGHT-SCHEDULED = 0
005220         GO TO 4000-REPORT-EACH-NIGHT-EXIT
005230     END-IF.
005240     IF WS-NIGHT-MISSING = 0
005250         AND WS-NGT-DRV-COMPLETE (WS-NGT-SUB)
005260         GO TO 4000-REPORT-EACH-NIGHT-EXIT
005270     END-IF.
005280     ADD 1 TO WS-GAP-NIGHTS.
005290     ADD WS-NIGHT-MISSING TO WS-GAP-DAYS.
005300     MOVE SPACES TO WS-GAP-REPORT-LINE.
005310     IF WS-NIGHT-MISSING = 0
005320         STRING WS-NGT-DATE (WS-NGT-SUB) DELIMITED BY SIZE
005330             " STREAM ROW NOT COMPLETE" DELIMITED BY SIZE
005340             INTO WS-GRP-LABEL
005350         MOVE "EVERY SCHEDULED DAY COMPLETE - NOTHING TO CATCH UP"
005360             TO WS-GRP-VALUE
005370         WRITE GAP-REPORT-RECORD FROM WS-GAP-REPORT-LINE
005380         GO TO 4000-REPORT-EACH-NIGHT-EXIT
005390     END-IF.
005400     IF WS-NIGHT-MISSING = WS-NIGHT-SCHEDULED
005410         AND NOT WS-NGT-DRV-COMPLETE (WS-NGT-SUB)
005420         STRING WS-NGT-DATE (WS-NGT-SUB) DELIMITED BY SIZE
005430             " NIGHT NOT RUN" DELIMITED BY SIZE
005440             INTO WS-GRP-LABEL
005450     ELSE
005460         STRING WS-NGT-DATE (WS-NGT-SUB) DELIMITED BY SIZE
005470             " NIGHT INCOMPLETE" DELIMITED BY SIZE
005480             INTO WS-GRP-LABEL
005490     END-IF.
005500     STRING "MISSING DAYS" DELIMITED BY SIZE
005510         WS-MISSING-LIST DELIMITED BY SIZE
005520         INTO WS-GRP-VALUE.
005530     WRITE GAP-REPORT-RECORD FROM WS-GAP-REPORT-LINE.
005540     PERFORM 4200-WRITE-CATCHUP-DECK THRU
005550         4200-WRITE-CATCHUP-DECK-EXIT.
005560 4000-REPORT-EACH-NIGHT-EXIT.
005570     EXIT.
005580*
005590 4100-CHECK-ONE-DAY.
005600     IF NOT WS-NGT-SCHEDULED (WS-NGT-SUB, WS-DAY-SUB)
005610         GO TO 4100-CHECK-ONE-DAY-EXIT
005620     END-IF.
005630     ADD 1 TO WS-NIGHT-SCHEDULED.
005640     IF WS-NGT-DONE (WS-NGT-SUB, WS-DAY-SUB)
005650         GO TO 4100-CHECK-ONE-DAY-EXIT
005660     END-IF.
005670     ADD 1 TO WS-NIGHT-MISSING.
005680     MOVE WS-DAY-SUB TO WS-DAY-NUM-ED.
005690     STRING " " DELIMITED BY SIZE
005700         WS-DAY-NUM-ED DELIMITED BY SIZE
005710         INTO WS-MISSING-LIST WITH POINTER WS-LIST-PTR.
005720 4100-CHECK-ONE-DAY-EXIT.
005730     EXIT.
005740*
005750* ---------------------------------------------------------------
005760* 4200/4210 -- ONE RUNCTLDD DECK PER NIGHT, READY TO SUBMIT AS IT
005767* STANDS: THE ASOF CARD, A YEAR CARD FOR THE EVENT CHECKED (SO
005774* THE CATCH-UP RUNS THAT EVENT'S DAY PROGRAMS), A FORCE CARD
005781* WHEN THE NIGHT'S STREAM ROW IS ALREADY COMPLETE (THE
005788* DISPATCHER'S GUARD WOULD OTHERWISE REFUSE THE NIGHT), AND A DAY
005795* CARD FOR EACH MISSING DAY -- THE DAY CARDS KEEP THE DAYS THAT
005802* DID RUN FROM RUNNING AGAIN.
005810* ---------------------------------------------------------------
005820 4200-WRITE-CATCHUP-DECK.
005830     ADD 1 TO WS-DECK-COUNT.
005840     MOVE SPACES TO CATCHUP-RECORD.
005850     STRING "* CATCH-UP FOR " DELIMITED BY SIZE
005860         WS-NGT-DATE (WS-NGT-SUB) DELIMITED BY SIZE
005870         " - SUBMIT AS ONE RUNCTLDD DECK" DELIMITED BY SIZE
005880         INTO CATCHUP-RECORD.
005890     WRITE CATCHUP-RECORD.
005900     MOVE SPACES TO CATCHUP-RECORD.
005910     STRING "ASOF " DELIMITED BY SIZE
005920         WS-NGT-DATE (WS-NGT-SUB) DELIMITED BY SIZE
005930         INTO CATCHUP-RECORD.
005940     WRITE CATCHUP-RECORD.
005941     MOVE SPACES TO CATCHUP-RECORD.
005942     STRING "YEAR " DELIMITED BY SIZE
005943         RND-EVENT-YEAR DELIMITED BY SIZE
005944         INTO CATCHUP-RECORD.
005945     WRITE CATCHUP-RECORD.
005950     IF WS-NGT-DRV-COMPLETE (WS-NGT-SUB)
005960         MOVE SPACES TO CATCHUP-RECORD
005970         MOVE "FORCE" TO CATCHUP-RECORD
005980         WRITE CATCHUP-RECORD
005990     END-IF.
006000     PERFORM 4210-WRITE-DAY-CARD THRU 4210-WRITE-DAY-CARD-EXIT
006010         VARYING WS-DAY-SUB FROM 1 BY 1
006020         UNTIL WS-DAY-SUB > 25.
006030 4200-WRITE-CATCHUP-DECK-EXIT.
006040     EXIT.
006050*
006060 4210-WRITE-DAY-CARD.
006070     IF NOT WS-NGT-SCHEDULED (WS-NGT-SUB, WS-DAY-SUB)
006080         OR WS-NGT-DONE (WS-NGT-SUB, WS-DAY-SUB)
006090         GO TO 4210-WRITE-DAY-CARD-EXIT
006100     END-IF.
006110     MOVE SPACES TO CATCHUP-RECORD.
006120     MOVE WS-DAY-SUB TO WS-DAY-NUM-ED.
006130     MOVE WS-DAY-NUM-ED TO CUP-CARD-ID.
006140     MOVE "HALT" TO CUP-POLICY.
006150     WRITE CATCHUP-RECORD.
006160 4210-WRITE-DAY-CARD-EXIT.
006170     EXIT.
006180*
006190* ---------------------------------------------------------------
006200* 7000 -- TOTAL THE REPORT, RAISE ONE WARN ALERT WHEN ANY NIGHT
006210* HAS A GAP, AND SET THE STEP'S RETURN CODE (AFTER THE ALERT
006220* CALL, WHICH COMES BACK WITH ITS OWN ZERO CODE).
006230* ---------------------------------------------------------------
006240 7000-WRITE-TOTALS.
006250     MOVE SPACES TO GAP-REPORT-RECORD.
006260     WRITE GAP-REPORT-RECORD.
006270     MOVE SPACES TO WS-GAP-REPORT-LINE.
006280     MOVE "CALENDAR DATES IN RANGE" TO WS-GRP-LABEL.
006290     MOVE WS-CAL-DATES TO WS-ED-COUNT.
006300     MOVE WS-ED-COUNT TO WS-GRP-VALUE.
006310     WRITE GAP-REPORT-RECORD FROM WS-GAP-REPORT-LINE.
006320     MOVE SPACES TO WS-GAP-REPORT-LINE.
006330     MOVE "RUN NIGHTS CHECKED" TO WS-GRP-LABEL.
006340     MOVE WS-NGT-COUNT TO WS-ED-COUNT.
006350     MOVE WS-ED-COUNT TO WS-GRP-VALUE.
006360     WRITE GAP-REPORT-RECORD FROM WS-GAP-REPORT-LINE.
006370     MOVE SPACES TO WS-GAP-REPORT-LINE.
006380     MOVE "HOLIDAYS" TO WS-GRP-LABEL.
006390     MOVE WS-HOLIDAY-COUNT TO WS-ED-COUNT.
006400     MOVE WS-ED-COUNT TO WS-GRP-VALUE.
006410     WRITE GAP-REPORT-RECORD FROM WS-GAP-REPORT-LINE.
006420     MOVE SPACES TO WS-GAP-REPORT-LINE.
006430     MOVE "BLACKOUTS" TO WS-GRP-LABEL.
006440     MOVE WS-BLACKOUT-COUNT TO WS-ED-COUNT.
006450     MOVE WS-ED-COUNT TO WS-GRP-VALUE.
006460     WRITE GAP-REPORT-RECORD FROM WS-GAP-REPORT-LINE.
006470     MOVE SPACES TO WS-GAP-REPORT-LINE.
006480     MOVE "NIGHTS WITH A GAP" TO WS-GRP-LABEL.
006490     MOVE WS-GAP-NIGHTS TO WS-ED-COUNT.
006500     MOVE WS-ED-COUNT TO WS-GRP-VALUE.
006510     WRITE GAP-REPORT-RECORD FROM WS-GAP-REPORT-LINE.
006520     MOVE SPACES TO WS-GAP-REPORT-LINE.
006530     MOVE "SCHEDULED DAYS NEVER RUN" TO WS-GRP-LABEL.
006540     MOVE WS-GAP-DAYS TO WS-ED-COUNT.
006550     MOVE WS-ED-COUNT TO WS-GRP-VALUE.
006560     WRITE GAP-REPORT-RECORD FROM WS-GAP-REPORT-LINE.
006570     MOVE SPACES TO WS-GAP-REPORT-LINE.
006580     MOVE "CATCH-UP DECKS WRITTEN (GAPCRDDD)" TO WS-GRP-LABEL.
006590     MOVE WS-DECK-COUNT TO WS-ED-COUNT.
006600     MOVE WS-ED-COUNT TO WS-GRP-VALUE.
006610     WRITE GAP-REPORT-RECORD FROM WS-GAP-REPORT-LINE.
006620     DISPLAY "AOC-2020-CALGAP " WS-NGT-COUNT " RUN NIGHTS, "
006630         WS-GAP-NIGHTS " WITH A GAP, " WS-GAP-DAYS
006640         " DAYS NEVER RUN".
006650     IF WS-GAP-NIGHTS = 0
006660         MOVE 0 TO RETURN-CODE
006670         GO TO 7000-WRITE-TOTALS-EXIT
006680     END-IF.
006690     MOVE WS-START-DATE TO ALP-RUN-DATE.
006700     MOVE WS-PROGRAM-MNEMONIC TO ALP-PROGRAM-ID.
006710     MOVE "WARN" TO ALP-SEVERITY.
006720     MOVE "CALENDAR-GAP    " TO ALP-ALERT-TYPE.
006730     MOVE SPACES TO ALP-ALERT-TEXT.
006740     MOVE WS-GAP-NIGHTS TO WS-ED-COUNT.
006750     STRING WS-ED-COUNT DELIMITED BY SIZE
006760         " NIGHTS WITH UNRUN DAYS - SEE GAPRPTDD"
006770         DELIMITED BY SIZE
006780         INTO ALP-ALERT-TEXT.
006790     CALL "AOC-2020-ALERT" USING WS-ALERT-PARM.
006800     MOVE 4 TO RETURN-CODE.
006810 7000-WRITE-TOTALS-EXIT.
006820     EXIT.
006830*
006840 8500-TERMINATE.
006850     CLOSE GAP-REPORT-FILE.
006860     CLOSE CATCHUP-FILE.
006870 8500-TERMINATE-EXIT.
006880     EXIT.
006890*
006900* ---------------------------------------------------------------
006910* 9000 -- APPEND ONE LINE TO THE SHARED JOB-RUN AUDIT TRAIL.
006920* AUD-REC-COUNT CARRIES RUN NIGHTS CHECKED, AUD-SKIP-COUNT
006930* SCHEDULED DAYS NEVER RUN AND AUD-EXCP-COUNT NIGHTS WITH A GAP.
006940* A GAP IS A FINDING, NOT A FAILURE OF THE STEP.
006950* ---------------------------------------------------------------
006960 9000-WRITE-AUDIT-LOG.
006970     OPEN EXTEND AUDIT-FILE.
006980     IF WS-AUDIT-STATUS NOT = "00"
006990         OPEN OUTPUT AUDIT-FILE
007000     END-IF.
007010     MOVE SPACES TO WS-AUDIT-RECORD.
007020     MOVE WS-PROGRAM-MNEMONIC TO
007030         AUD-PROGRAM-ID OF WS-AUDIT-RECORD.
007040     MOVE WS-START-DATE TO AUD-RUN-DATE OF WS-AUDIT-RECORD.
007041     MOVE RND-EVENT-YEAR TO AUD-EVENT-YEAR OF WS-AUDIT-RECORD.
007050     MOVE WS-START-TIME TO AUD-RUN-TIME OF WS-AUDIT-RECORD.
007060     MOVE WS-NGT-COUNT TO AUD-REC-COUNT OF WS-AUDIT-RECORD.
007070     MOVE WS-GAP-DAYS TO AUD-SKIP-COUNT OF WS-AUDIT-RECORD.
007080     MOVE WS-GAP-NIGHTS TO AUD-EXCP-COUNT OF WS-AUDIT-RECORD.
007090* AOC-2020-ELAPSE COMES BACK WITH ITS OWN (ZERO) RETURN-CODE
007100* REGISTER -- SAVE AND RESTORE THE CALLER'S AROUND THE CALL.
007110     MOVE RETURN-CODE TO WS-SAVED-RC.
007120     MOVE WS-START-TIME TO ELP-START-TIME.
007130     ACCEPT ELP-END-TIME FROM TIME.
007140     CALL "AOC-2020-ELAPSE" USING WS-ELAPSE-PARM.
007150     MOVE ELP-ELAPSED-SECS TO
007160         AUD-ELAPSED-SECS OF WS-AUDIT-RECORD.
007170     MOVE WS-SAVED-RC TO RETURN-CODE.
007180     MOVE RETURN-CODE TO AUD-RETURN-CODE OF WS-AUDIT-RECORD.
007190     IF RETURN-CODE > 4
007200         MOVE "FAILED  " TO
007210             AUD-COMPLETION-STATUS OF WS-AUDIT-RECORD
007220     ELSE
007230         MOVE "COMPLETE" TO
007240             AUD-COMPLETION-STATUS OF WS-AUDIT-RECORD
007250     END-IF.
007260     WRITE AUDIT-RECORD FROM WS-AUDIT-RECORD.
007270     CLOSE AUDIT-FILE.
007280* MIRROR THE ROW TO THE KEYED AUDIT MASTER THE DUPLICATE-RUN
007290* GUARDS READ (SEE CPAUDPRM).
007300     MOVE RETURN-CODE TO WS-SAVED-RC.
007310     MOVE "WRITE" TO AUP-FUNCTION.
007320     MOVE WS-AUDIT-RECORD TO AUP-AUDIT-ROW.
007330     CALL "AOC-2020-AUDIT" USING WS-AUDIT-PARM.
007340     MOVE WS-SAVED-RC TO RETURN-CODE.
007350 9000-WRITE-AUDIT-LOG-EXIT.
007360     EXIT.
007370*
007380 9999-EXIT.
007390     PERFORM 9000-WRITE-AUDIT-LOG THRU 9000-WRITE-AUDIT-LOG-EXIT.
007400     GOBACK.
