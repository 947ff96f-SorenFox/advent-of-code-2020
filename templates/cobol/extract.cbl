000010*-----------------------------------------------------------------
000020 IDENTIFICATION DIVISION.
000030     PROGRAM-ID. AOC-2020-EXTRACT.
000040     AUTHOR. D HALVORSEN.
000050     INSTALLATION. ADVENT DATA PROCESSING CENTER.
000060     DATE-WRITTEN. 10/15/2026.
000070     DATE-COMPILED.
000080*-----------------------------------------------------------------
000090* MODIFICATION HISTORY.
000100*   DATE        INIT  DESCRIPTION
000110*   10/15/2026  DH    ORIGINAL.  OUTBOUND ANSWER-SUBMISSION
000120*                      EXTRACT, RUN AFTER THE STREAM.  BUILDS
000130*                      ONE FIXED-LAYOUT INTERFACE FILE PER NIGHT
000140*                      FOR THE DOWNSTREAM SCOREBOARD (SUBOUTDD,
000150*                      SEE CPSUBIF): A HEADER WITH THE BUSINESS
000160*                      DATE, ONE DETAIL PER DAY AND PART WITH
000170*                      THE ANSWER AND ITS MATCHED / NO-EXPECTED-
000180*                      VALUE STATUS, AND A TRAILER WITH THE
000190*                      DETAIL COUNT AND A HASH TOTAL.  EACH
000200*                      DAY'S ANSWERS COME FROM ITS ARCHIVED
000210*                      OUTPUT GENERATION, FOUND THROUGH THE
000220*                      ARCHIVE INDEX (ARCIDXDD), AND ITS STATUS
000230*                      FROM THE ANSWER HISTORY MASTER (ANSHSTDD,
000240*                      SEE CPANSHST); A DAY THAT FAILED, DID NOT
000250*                      RECONCILE OR MISMATCHED STAYS OFF THE
000260*                      FILE.  THE SENT REGISTER (SNTREGDD, SEE
000270*                      CPSNTREG) REFUSES A SECOND BUILD OF THE
000280*                      SAME NIGHT WITH RETURN CODE 12 UNLESS A
000290*                      FORCE CARD ON EXTCTL ASKS FOR IT.  A
000300*                      "RESEND YYYYMMDD" CARD REBUILDS ANY
000310*                      EARLIER NIGHT'S FILE FROM THE SAME
000320*                      ARCHIVED GENERATIONS.  RETURN CODES: 0
000330*                      FILE BUILT, 4 FILE BUILT WITH NO DETAILS,
000340*                      12 ALREADY SENT, 16 ABEND.
000341*   10/15/2026  DH    A DAY WHOSE PROGRAM RAN AT A VERSION NOT ON
000342*                      THE CERTIFICATION REGISTER, UNDER THE
000343*                      DISPATCHER'S HOLD POLICY, IS LEFT OFF THE
000344*                      FILE ("UNCERTIFIED VERSION - ANSWERS
000345*                      HELD").  THE VERDICT IS THE NIGHT'S LAST
000346*                      LINE FOR THE DAY ON THE CERTIFICATION
000347*                      CHECK LOG (CRTLOGDD, SEE CPCRTLOG).
000348*   10/15/2026  DH    EVENT-YEAR QUALIFIER.  ONLY ARCHIVE INDEX
000349*                      ROWS AND CERTIFICATION LOG LINES OF THE
000350*                      STREAM'S OWN EVENT YEAR (AOC-2020-RUNDATE,
000351*                      FROM AOCYEAR) ARE USED -- ONE WITHOUT A
000352*                      YEAR IS 2020.  THE ANSWER HISTORY AND THE
000353*                      SENT REGISTER ARE KEYED BY THE YEAR, SO
000354*                      EACH EVENT'S NIGHT IS SENT ON ITS OWN, AND
000355*                      THE AUDIT ROW CARRIES THE YEAR.  THE
000356*                      SUBMISSION FILE'S HEADER NAMES THE YEAR
000357*                      (SUB-HDR-EVENT-YEAR) SO THE SCOREBOARD CAN
000358*                      TELL ONE EVENT'S FILE FROM ANOTHER'S.
000359*-----------------------------------------------------------------
000360*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390     FILE-CONTROL.
000400         SELECT CONTROL-FILE ASSIGN TO "EXTCTL"
000410             ORGANIZATION IS LINE SEQUENTIAL
000420             FILE STATUS IS WS-CONTROL-STATUS.
000430         SELECT ARCHIVE-INDEX-FILE ASSIGN TO "ARCIDXDD"
000440             ORGANIZATION IS LINE SEQUENTIAL
000450             FILE STATUS IS WS-ARCHIVE-INDEX-STATUS.
000460         SELECT ARCHIVE-IN-FILE ASSIGN TO "EXTARCIN"
000470             ORGANIZATION IS LINE SEQUENTIAL
000480             FILE STATUS IS WS-ARCHIVE-IN-STATUS.
000490         SELECT ANSWER-HISTORY-FILE ASSIGN TO "ANSHSTDD"
000500             ORGANIZATION IS INDEXED
000510             ACCESS MODE IS DYNAMIC
000520             RECORD KEY IS AHS-KEY
000530             FILE STATUS IS WS-HISTORY-STATUS.
000540         SELECT SENT-REGISTER-FILE ASSIGN TO "SNTREGDD"
000550             ORGANIZATION IS INDEXED
000560             ACCESS MODE IS DYNAMIC
000570             RECORD KEY IS SNT-KEY
000580             FILE STATUS IS WS-SENT-STATUS.
000590         SELECT SUBMISSION-FILE ASSIGN TO "SUBOUTDD"
000600             ORGANIZATION IS LINE SEQUENTIAL
000610             FILE STATUS IS WS-SUBMISSION-STATUS.
000620         SELECT EXTRACT-REPORT-FILE ASSIGN TO "EXTRPTDD"
000630             ORGANIZATION IS LINE SEQUENTIAL
000640             FILE STATUS IS WS-REPORT-STATUS.
000650         SELECT AUDIT-FILE ASSIGN TO "AUDITDD"
000660             ORGANIZATION IS LINE SEQUENTIAL
000670             FILE STATUS IS WS-AUDIT-STATUS.
000671         SELECT CERT-LOG-FILE ASSIGN TO "CRTLOGDD"
000672             ORGANIZATION IS LINE SEQUENTIAL
000673             FILE STATUS IS WS-CERT-LOG-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  CONTROL-FILE.
000720 01  CONTROL-CARD                    PIC X(80).
000730*
000740 FD  ARCHIVE-INDEX-FILE.
000750     COPY CPARCIDX.
000760*
000770 FD  ARCHIVE-IN-FILE.
000780 01  ARCHIVE-IN-RECORD               PIC X(300).
000790*
000800 FD  ANSWER-HISTORY-FILE.
000810     COPY CPANSHST.
000820*
000830 FD  SENT-REGISTER-FILE.
000840     COPY CPSNTREG.
000850*
000860 FD  SUBMISSION-FILE.
000870     COPY CPSUBIF.
000880*
000890 FD  EXTRACT-REPORT-FILE.
000900 01  EXTRACT-REPORT-RECORD           PIC X(132).
000910*
000920 FD  AUDIT-FILE.
000930     COPY CPAUDIT.
000940*
000941 FD  CERT-LOG-FILE.
000942     COPY CPCRTLOG.
000943*
000950 WORKING-STORAGE SECTION.
000960 01  WS-PROGRAM-MNEMONIC             PIC X(08) VALUE "AOC2EXT ".
000970*
000980 01  WS-FILE-STATUSES.
000990     05  WS-CONTROL-STATUS           PIC X(02) VALUE "00".
001000     05  WS-ARCHIVE-INDEX-STATUS     PIC X(02) VALUE "00".
001010     05  WS-ARCHIVE-IN-STATUS        PIC X(02) VALUE "00".
001020     05  WS-HISTORY-STATUS           PIC X(02) VALUE "00".
001030     05  WS-SENT-STATUS              PIC X(02) VALUE "00".
001040     05  WS-SUBMISSION-STATUS        PIC X(02) VALUE "00".
001050     05  WS-REPORT-STATUS            PIC X(02) VALUE "00".
001060     05  WS-AUDIT-STATUS             PIC X(02) VALUE "00".
001061     05  WS-CERT-LOG-STATUS          PIC X(02) VALUE "00".
001070*
001080 01  WS-SWITCHES.
001090     05  WS-CTL-EOF-SW               PIC X(01) VALUE "N".
001100         88  WS-CTL-EOF              VALUE "Y".
001110     05  WS-IDX-EOF-SW               PIC X(01) VALUE "N".
001120         88  WS-IDX-EOF              VALUE "Y".
001130     05  WS-ARC-EOF-SW               PIC X(01) VALUE "N".
001140         88  WS-ARC-EOF              VALUE "Y".
001150     05  WS-FORCE-SW                 PIC X(01) VALUE "N".
001160         88  WS-FORCE-REQUESTED      VALUE "Y".
001170     05  WS-RESEND-SW                PIC X(01) VALUE "N".
001180         88  WS-RESEND-REQUESTED     VALUE "Y".
001190     05  WS-SENT-FOUND-SW            PIC X(01) VALUE "N".
001200         88  WS-NIGHT-ALREADY-SENT   VALUE "Y".
001210     05  WS-FILES-OPEN-SW            PIC X(01) VALUE "N".
001220         88  WS-FILES-OPEN           VALUE "Y".
001230     05  WS-SUBMISSION-OPEN-SW       PIC X(01) VALUE "N".
001240         88  WS-SUBMISSION-OPEN      VALUE "Y".
001250     05  WS-HST1-FOUND-SW            PIC X(01) VALUE "N".
001260         88  WS-HST1-FOUND           VALUE "Y".
001270     05  WS-HST2-FOUND-SW            PIC X(01) VALUE "N".
001280         88  WS-HST2-FOUND           VALUE "Y".
001290     05  WS-RES1-FOUND-SW            PIC X(01) VALUE "N".
001300         88  WS-RES1-FOUND           VALUE "Y".
001310     05  WS-RES2-FOUND-SW            PIC X(01) VALUE "N".
001320         88  WS-RES2-FOUND           VALUE "Y".
001321     05  WS-CLG-EOF-SW               PIC X(01) VALUE "N".
001322         88  WS-CLG-EOF              VALUE "Y".
001330*
001340 01  WS-COUNTERS.
001350     05  WS-SAVED-RC                 PIC 9(04) COMP VALUE 0.
001360     05  WS-DAY-NUM                  PIC 9(02) COMP VALUE 0.
001370     05  WS-IDX-DAY                  PIC 9(02) VALUE 0.
001371     05  WS-IDX-YEAR                 PIC X(04) VALUE "2020".
001380     05  WS-DETAIL-COUNT             PIC 9(09) COMP VALUE 0.
001390     05  WS-HASH-TOTAL               PIC 9(13) COMP VALUE 0.
001400     05  WS-DAYS-SENT                PIC 9(05) COMP VALUE 0.
001410     05  WS-DAYS-LEFT-OFF            PIC 9(05) COMP VALUE 0.
001420     05  WS-DAY-PARTS                PIC 9(01) VALUE 0.
001430     05  WS-TRIM-LEN                 PIC 9(03) COMP VALUE 0.
001440     05  WS-SEND-COUNT               PIC 9(03) VALUE 0.
001450*
001460 01  WS-RUN-TIMESTAMPS.
001470     05  WS-START-DATE               PIC X(08).
001480     05  WS-START-TIME               PIC X(08).
001490     05  WS-CREATED-DATE             PIC X(08).
001500*
001510* THE NIGHT THE FILE IS FOR: TONIGHT'S RUN DATE, OR THE NIGHT
001520* NAMED ON A RESEND CARD.
001530 01  WS-BUSINESS-DATE                PIC X(08) VALUE SPACES.
001540 01  WS-FILE-KIND                    PIC X(08) VALUE SPACES.
001550 01  WS-FIRST-SENT-DATE              PIC X(08) VALUE SPACES.
001560 01  WS-DAY-NUM-ED                   PIC 99.
001570*
001580* ONE SLOT PER DAY: THE NIGHT'S ARCHIVED OUTPUT GENERATION.
001590* THE LAST INDEX ROW FOR A DAY WINS, SO A FORCED RERUN'S
001600* FRESHER ARCHIVE SUPERSEDES THE ORIGINAL (AS IN ARCRETR).
001610 01  WS-ARCHIVE-TABLE.
001620     05  WS-ARC-ENTRY OCCURS 25 TIMES.
001630         10  WS-ARC-DSN              PIC X(44).
001631         10  WS-ARC-HELD-SW          PIC X(01).
001632             88  WS-ARC-ANSWERS-HELD VALUE "Y".
001640*
001650* THE DAY NOW BEING EXTRACTED.
001660 01  WS-DAY-WORK.
001670     05  WS-ACTUAL-PART1             PIC X(20) VALUE SPACES.
001680     05  WS-ACTUAL-PART2             PIC X(20) VALUE SPACES.
001690     05  WS-HISTORY-PART1            PIC X(20) VALUE SPACES.
001700     05  WS-HISTORY-PART2            PIC X(20) VALUE SPACES.
001710     05  WS-STATUS-PART1             PIC X(17) VALUE SPACES.
001720     05  WS-STATUS-PART2             PIC X(17) VALUE SPACES.
001730     05  WS-OFF-REASON               PIC X(40) VALUE SPACES.
001740     05  WS-DTL-PART                 PIC 9(01) VALUE 0.
001750     05  WS-DTL-ANSWER               PIC X(20) VALUE SPACES.
001760     05  WS-DTL-STATUS               PIC X(17) VALUE SPACES.
001770*
001780 01  WS-EXTRACT-REPORT-LINE.
001790     05  WS-XRP-LABEL                PIC X(040).
001800     05  WS-XRP-VALUE                PIC X(092).
001810*
001820 01  WS-ED-COUNT                     PIC 9(09).
001830*
001840     COPY CPAUDIT REPLACING ==AUDIT-RECORD==
001850         BY ==WS-AUDIT-RECORD==.
001860*
001870     COPY CPELAPSE REPLACING ==ELAPSE-PARM==
001880         BY ==WS-ELAPSE-PARM==.
001890*
001900     COPY CPAUDPRM REPLACING ==AUDIT-PARM==
001910         BY ==WS-AUDIT-PARM==.
001920*
001930     COPY CPRUNDT REPLACING ==RUNDATE-PARM==
001940         BY ==WS-RUNDATE-PARM==.
001950*
001960     COPY CPALTPRM REPLACING ==ALERT-PARM==
001970         BY ==WS-ALERT-PARM==.
001980*
001990 PROCEDURE DIVISION.
002000 0000-MAINLINE.
002010     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002020     PERFORM 1500-CHECK-SENT-REGISTER THRU
002030         1500-CHECK-SENT-REGISTER-EXIT.
002040     PERFORM 1600-START-FILE THRU 1600-START-FILE-EXIT.
002050     PERFORM 2000-LOAD-ARCHIVE-INDEX THRU
002060         2000-LOAD-ARCHIVE-INDEX-EXIT
002070         UNTIL WS-IDX-EOF.
002071     PERFORM 2600-LOAD-CERT-HOLDS THRU 2600-LOAD-CERT-HOLDS-EXIT.
002080     PERFORM 3000-EXTRACT-ONE-DAY THRU 3000-EXTRACT-ONE-DAY-EXIT
002090         VARYING WS-DAY-NUM FROM 1 BY 1
002100         UNTIL WS-DAY-NUM > 25.
002110     PERFORM 7000-FINISH-FILE THRU 7000-FINISH-FILE-EXIT.
002120     PERFORM 8500-TERMINATE THRU 8500-TERMINATE-EXIT.
002130     GO TO 9999-EXIT.
002140*
002150* ---------------------------------------------------------------
002160* 1000/1100/1110 -- READ THE CONTROL CARDS AND OPEN THE FILES.
002170* NO EXTCTL (OR NO CARDS) IS THE NORMAL NIGHTLY RUN FOR THE
002180* STREAM'S OWN BUSINESS DATE.  THE ARCHIVE INDEX AND THE ANSWER
002190* HISTORY ARE BOTH REQUIRED -- WITHOUT EITHER THERE IS NO WAY TO
002200* TELL A CLEAN DAY FROM A FAILED ONE, AND AN EMPTY FILE MUST
002210* NEVER GO DOWNSTREAM BY ACCIDENT.
002220* ---------------------------------------------------------------
002230 1000-INITIALIZE.
002240* THE RUN DATE COMES FROM THE SHARED BUSINESS-DATE
002250* SUBPROGRAM, SO AN AS-OF CATCH-UP RUN (AOCASOF, SEE
002260* CPRUNDT) EXTRACTS THE NIGHT IT BELONGS TO.
002270     CALL "AOC-2020-RUNDATE" USING WS-RUNDATE-PARM.
002280     MOVE RND-RUN-DATE TO WS-START-DATE.
002290     ACCEPT WS-START-TIME FROM TIME.
002300     ACCEPT WS-CREATED-DATE FROM DATE YYYYMMDD.
002310     MOVE WS-START-DATE TO WS-BUSINESS-DATE.
002320     MOVE "ORIGINAL" TO WS-FILE-KIND.
002330     PERFORM 2500-CLEAR-ONE-SLOT THRU 2500-CLEAR-ONE-SLOT-EXIT
002340         VARYING WS-DAY-NUM FROM 1 BY 1
002350         UNTIL WS-DAY-NUM > 25.
002360     OPEN INPUT CONTROL-FILE.
002370     IF WS-CONTROL-STATUS = "00"
002380         PERFORM 1100-READ-CONTROL-CARD THRU
002390             1100-READ-CONTROL-CARD-EXIT
002400             UNTIL WS-CTL-EOF
002410         CLOSE CONTROL-FILE
002420     END-IF.
002430     IF WS-RESEND-REQUESTED
002440         MOVE "RESEND  " TO WS-FILE-KIND
002450     ELSE
002460         IF WS-FORCE-REQUESTED
002470             MOVE "FORCED  " TO WS-FILE-KIND
002480         END-IF
002490     END-IF.
002500     DISPLAY "AOC-2020-EXTRACT BUILDING THE " WS-FILE-KIND
002510         " FILE FOR " WS-BUSINESS-DATE.
002520     OPEN INPUT ARCHIVE-INDEX-FILE.
002530     IF WS-ARCHIVE-INDEX-STATUS NOT = "00"
002540         DISPLAY "AOC-2020-EXTRACT ABEND - INDEX OPEN FAILED"
002550         DISPLAY "STATUS = " WS-ARCHIVE-INDEX-STATUS
002560         MOVE 16 TO RETURN-CODE
002570         GO TO 9999-EXIT
002580     END-IF.
002590     OPEN INPUT ANSWER-HISTORY-FILE.
002600     IF WS-HISTORY-STATUS NOT = "00"
002610         DISPLAY "AOC-2020-EXTRACT ABEND - ANSWER HISTORY OPEN"
002620             " FAILED"
002630         DISPLAY "STATUS = " WS-HISTORY-STATUS
002640         MOVE 16 TO RETURN-CODE
002650         GO TO 9999-EXIT
002660     END-IF.
002666* THE SENT REGISTER IS CREATED ON ITS FIRST USE.  ONLY A
002672* REGISTER THAT IS NOT THERE (STATUS 35) IS CREATED; ANY OTHER
002678* OPEN FAILURE LEAVES IT AS IT IS RATHER THAN EMPTY IT.
002684     OPEN I-O SENT-REGISTER-FILE.
002690     IF WS-SENT-STATUS = "35"
002700         OPEN OUTPUT SENT-REGISTER-FILE
002710     END-IF.
002720     IF WS-SENT-STATUS NOT = "00"
002730         DISPLAY "AOC-2020-EXTRACT ABEND - SENT REGISTER OPEN"
002740             " FAILED"
002750         DISPLAY "STATUS = " WS-SENT-STATUS
002760         MOVE 16 TO RETURN-CODE
002770         GO TO 9999-EXIT
002780     END-IF.
002790* THE REPORT APPENDS SO EVERY NIGHT'S BUILD (AND EVERY RESEND)
002800* STAYS ON IT.
002810     OPEN EXTEND EXTRACT-REPORT-FILE.
002820     IF WS-REPORT-STATUS NOT = "00"
002830         OPEN OUTPUT EXTRACT-REPORT-FILE
002840     END-IF.
002850     IF WS-REPORT-STATUS NOT = "00"
002860         DISPLAY "AOC-2020-EXTRACT ABEND - REPORT OPEN FAILED"
002870         DISPLAY "STATUS = " WS-REPORT-STATUS
002880         MOVE 16 TO RETURN-CODE
002890         GO TO 9999-EXIT
002900     END-IF.
002910     MOVE "Y" TO WS-FILES-OPEN-SW.
002920     MOVE SPACES TO WS-EXTRACT-REPORT-LINE.
002930     MOVE "AOC-2020-EXTRACT ANSWER SUBMISSION REPORT"
002940         TO WS-XRP-LABEL.
002950     WRITE EXTRACT-REPORT-RECORD FROM WS-EXTRACT-REPORT-LINE.
002960     MOVE SPACES TO WS-EXTRACT-REPORT-LINE.
002970     MOVE "BUSINESS DATE" TO WS-XRP-LABEL.
002980     STRING WS-BUSINESS-DATE DELIMITED BY SIZE
002990         " " DELIMITED BY SIZE
003000         WS-FILE-KIND DELIMITED BY SIZE
003010         " BUILT " DELIMITED BY SIZE
003020         WS-CREATED-DATE DELIMITED BY SIZE
003030         " " DELIMITED BY SIZE
003040         WS-START-TIME DELIMITED BY SIZE
003050         INTO WS-XRP-VALUE.
003060     WRITE EXTRACT-REPORT-RECORD FROM WS-EXTRACT-REPORT-LINE.
003070 1000-INITIALIZE-EXIT.
003080     EXIT.
003090*
003100 1100-READ-CONTROL-CARD.
003110     READ CONTROL-FILE
003120         AT END MOVE "Y" TO WS-CTL-EOF-SW
003130         NOT AT END
003140             PERFORM 1110-APPLY-ONE-CARD THRU
003150                 1110-APPLY-ONE-CARD-EXIT
003160     END-READ.
003170 1100-READ-CONTROL-CARD-EXIT.
003180     EXIT.
003190*
003200 1110-APPLY-ONE-CARD.
003210     IF CONTROL-CARD (1:1) = "*" OR CONTROL-CARD = SPACES
003220         GO TO 1110-APPLY-ONE-CARD-EXIT
003230     END-IF.
003240     IF CONTROL-CARD (1:6) = "FORCE "
003250         MOVE "Y" TO WS-FORCE-SW
003260         DISPLAY "AOC-2020-EXTRACT - FORCE CARD ACCEPTED"
003270         GO TO 1110-APPLY-ONE-CARD-EXIT
003280     END-IF.
003290     IF CONTROL-CARD (1:7) = "RESEND "
003300         IF CONTROL-CARD (8:8) NUMERIC
003310             MOVE "Y" TO WS-RESEND-SW
003320             MOVE CONTROL-CARD (8:8) TO WS-BUSINESS-DATE
003330             DISPLAY "AOC-2020-EXTRACT - RESEND CARD ACCEPTED"
003340                 " FOR " WS-BUSINESS-DATE
003350         ELSE
003360             DISPLAY "AOC-2020-EXTRACT WARNING - BAD RESEND CARD"
003370             DISPLAY "CARD IGNORED: " CONTROL-CARD (1:20)
003380         END-IF
003390         GO TO 1110-APPLY-ONE-CARD-EXIT
003400     END-IF.
003410     DISPLAY "AOC-2020-EXTRACT WARNING - BAD CONTROL CARD".
003420     DISPLAY "CARD IGNORED: " CONTROL-CARD (1:20).
003430 1110-APPLY-ONE-CARD-EXIT.
003440     EXIT.
003450*
003460* ---------------------------------------------------------------
003470* 1500 -- DUPLICATE-SEND GUARD.  A NIGHT ALREADY ON THE SENT
003480* REGISTER IS REFUSED WITH RETURN CODE 12 AND A WARN ALERT, THE
003490* SAME WAY THE DISPATCHER REFUSES A SECOND STREAM, UNLESS A
003500* FORCE CARD ASKS FOR A REBUILD.  A RESEND CARD IS ITSELF THE
003510* REQUEST TO SEND THE NIGHT AGAIN.
003520* ---------------------------------------------------------------
003530 1500-CHECK-SENT-REGISTER.
003535     MOVE RND-EVENT-YEAR TO SNT-EVENT-YEAR.
003540     MOVE WS-BUSINESS-DATE TO SNT-BUSINESS-DATE.
003550     READ SENT-REGISTER-FILE
003560         INVALID KEY MOVE "N" TO WS-SENT-FOUND-SW
003570         NOT INVALID KEY MOVE "Y" TO WS-SENT-FOUND-SW
003580     END-READ.
003590     MOVE 0 TO WS-SEND-COUNT.
003600     MOVE SPACES TO WS-FIRST-SENT-DATE.
003610     IF NOT WS-NIGHT-ALREADY-SENT
003620         GO TO 1500-CHECK-SENT-REGISTER-EXIT
003630     END-IF.
003640     IF SNT-SEND-COUNT NUMERIC
003650         MOVE SNT-SEND-COUNT TO WS-SEND-COUNT
003660     END-IF.
003670     MOVE SNT-FIRST-SENT-DATE TO WS-FIRST-SENT-DATE.
003680     IF WS-FORCE-REQUESTED OR WS-RESEND-REQUESTED
003690         DISPLAY "AOC-2020-EXTRACT - " WS-BUSINESS-DATE
003700             " WAS FIRST SENT " WS-FIRST-SENT-DATE
003710             ", SENDING AGAIN AS REQUESTED"
003720         GO TO 1500-CHECK-SENT-REGISTER-EXIT
003730     END-IF.
003740     DISPLAY "AOC-2020-EXTRACT REFUSED - " WS-BUSINESS-DATE
003750         " WAS ALREADY SENT " SNT-SENT-DATE " " SNT-SENT-TIME.
003760     DISPLAY "SUPPLY A FORCE CARD ON EXTCTL TO SEND IT AGAIN".
003770     MOVE SPACES TO WS-EXTRACT-REPORT-LINE.
003780     MOVE "REFUSED - NIGHT ALREADY SENT" TO WS-XRP-LABEL.
003790     STRING SNT-SENT-DATE DELIMITED BY SIZE
003800         " " DELIMITED BY SIZE
003810         SNT-SENT-TIME DELIMITED BY SIZE
003820         " " DELIMITED BY SIZE
003830         SNT-FILE-KIND DELIMITED BY SIZE
003840         INTO WS-XRP-VALUE.
003850     WRITE EXTRACT-REPORT-RECORD FROM WS-EXTRACT-REPORT-LINE.
003860     MOVE WS-START-DATE TO ALP-RUN-DATE.
003870     MOVE WS-PROGRAM-MNEMONIC TO ALP-PROGRAM-ID.
003880     MOVE "WARN" TO ALP-SEVERITY.
003890     MOVE "DUPLICATE-SEND  " TO ALP-ALERT-TYPE.
003900     MOVE SPACES TO ALP-ALERT-TEXT.
003910     STRING "SEND REFUSED - " DELIMITED BY SIZE
003920         WS-BUSINESS-DATE DELIMITED BY SIZE
003930         " ALREADY SENT" DELIMITED BY SIZE
003940         INTO ALP-ALERT-TEXT.
003950     CALL "AOC-2020-ALERT" USING WS-ALERT-PARM.
003960     PERFORM 8500-TERMINATE THRU 8500-TERMINATE-EXIT.
003970     MOVE 12 TO RETURN-CODE.
003980     GO TO 9999-EXIT.
003990 1500-CHECK-SENT-REGISTER-EXIT.
004000     EXIT.
004010*
004020* 1600 -- OPEN THE INTERFACE FILE AND WRITE ITS HEADER.
004030 1600-START-FILE.
004040     OPEN OUTPUT SUBMISSION-FILE.
004050     IF WS-SUBMISSION-STATUS NOT = "00"
004060         DISPLAY "AOC-2020-EXTRACT ABEND - SUBOUTDD OPEN FAILED"
004070         DISPLAY "STATUS = " WS-SUBMISSION-STATUS
004080         PERFORM 8500-TERMINATE THRU 8500-TERMINATE-EXIT
004090         MOVE 16 TO RETURN-CODE
004100         GO TO 9999-EXIT
004110     END-IF.
004120     MOVE "Y" TO WS-SUBMISSION-OPEN-SW.
004130     MOVE SPACES TO SUB-HEADER-RECORD.
004140     MOVE "H" TO SUB-HDR-RECORD-TYPE.
004150     MOVE WS-BUSINESS-DATE TO SUB-HDR-BUSINESS-DATE.
004160     MOVE WS-CREATED-DATE TO SUB-HDR-CREATED-DATE.
004170     MOVE WS-START-TIME TO SUB-HDR-CREATED-TIME.
004190* THE SAME KIND THE SENT REGISTER RECORDS (SEE 1000).
004210     MOVE WS-FILE-KIND TO SUB-HDR-FILE-KIND.
004220     MOVE RND-EVENT-YEAR TO SUB-HDR-EVENT-YEAR.
004230     WRITE SUB-HEADER-RECORD.
004240 1600-START-FILE-EXIT.
004250     EXIT.
004260*
004270* ---------------------------------------------------------------
004280* 2000/2100 -- NOTE EACH DAY'S ARCHIVED OUTPUT GENERATION FOR
004290* THE BUSINESS DATE.  THE DISPATCHER ARCHIVES DAY NN UNDER THE
004300* PROGRAM MNEMONIC "AOC2DNN".
004310* ---------------------------------------------------------------
004320 2000-LOAD-ARCHIVE-INDEX.
004330     READ ARCHIVE-INDEX-FILE
004340         AT END MOVE "Y" TO WS-IDX-EOF-SW
004350         NOT AT END
004360             PERFORM 2100-TEST-ONE-ROW THRU
004370                 2100-TEST-ONE-ROW-EXIT
004380     END-READ.
004390 2000-LOAD-ARCHIVE-INDEX-EXIT.
004400     EXIT.
004410*
004420 2100-TEST-ONE-ROW.
004430     IF ARC-RUN-DATE NOT = WS-BUSINESS-DATE
004440         OR ARC-FILE-TYPE NOT = "OUTPUT"
004450         OR ARC-PROGRAM-ID (1:5) NOT = "AOC2D"
004460         OR ARC-PROGRAM-ID (6:2) NOT NUMERIC
004470         GO TO 2100-TEST-ONE-ROW-EXIT
004480     END-IF.
004481* ONLY THIS EVENT'S GENERATIONS -- A ROW WITHOUT A YEAR IS 2020.
004482     MOVE "2020" TO WS-IDX-YEAR.
004483     IF ARC-EVENT-YEAR NUMERIC
004484         MOVE ARC-EVENT-YEAR TO WS-IDX-YEAR
004485     END-IF.
004486     IF WS-IDX-YEAR NOT = RND-EVENT-YEAR
004487         GO TO 2100-TEST-ONE-ROW-EXIT
004488     END-IF.
004490     MOVE ARC-PROGRAM-ID (6:2) TO WS-IDX-DAY.
004500     IF WS-IDX-DAY < 1 OR WS-IDX-DAY > 25
004510         GO TO 2100-TEST-ONE-ROW-EXIT
004520     END-IF.
004530     MOVE ARC-DATASET-NAME TO WS-ARC-DSN (WS-IDX-DAY).
004540 2100-TEST-ONE-ROW-EXIT.
004550     EXIT.
004560*
004570 2500-CLEAR-ONE-SLOT.
004580     MOVE SPACES TO WS-ARC-DSN (WS-DAY-NUM).
004581     MOVE "N" TO WS-ARC-HELD-SW (WS-DAY-NUM).
004590 2500-CLEAR-ONE-SLOT-EXIT.
004600     EXIT.
004610*
004611* ---------------------------------------------------------------
004612* 2600/2610 -- NOTE EACH DAY THE DISPATCHER RAN THAT NIGHT WITH
004613* ITS ANSWERS HELD FOR AN UNCERTIFIED VERSION.  THE LAST LOG
004614* LINE FOR A DAY WINS, SO A LATER CERTIFIED RERUN RELEASES IT.
004615* NO LOG MEANS NO DAY WAS EVER HELD.
004616* ---------------------------------------------------------------
004617 2600-LOAD-CERT-HOLDS.
004618     OPEN INPUT CERT-LOG-FILE.
004619     IF WS-CERT-LOG-STATUS NOT = "00"
004620         GO TO 2600-LOAD-CERT-HOLDS-EXIT
004621     END-IF.
004622     PERFORM 2610-READ-ONE-VERDICT THRU 2610-READ-ONE-VERDICT-EXIT
004623         UNTIL WS-CLG-EOF.
004624     CLOSE CERT-LOG-FILE.
004625 2600-LOAD-CERT-HOLDS-EXIT.
004626     EXIT.
004627*
004628 2610-READ-ONE-VERDICT.
004629     READ CERT-LOG-FILE
004630         AT END MOVE "Y" TO WS-CLG-EOF-SW
004631     END-READ.
004632     IF WS-CLG-EOF
004633         GO TO 2610-READ-ONE-VERDICT-EXIT
004634     END-IF.
004635     IF CLG-RUN-DATE NOT = WS-BUSINESS-DATE
004636         OR CLG-DAY-NUMBER NOT NUMERIC
004637         GO TO 2610-READ-ONE-VERDICT-EXIT
004638     END-IF.
004639* ONLY THIS EVENT'S VERDICTS -- A LINE WITHOUT A YEAR IS 2020.
004640     MOVE "2020" TO WS-IDX-YEAR.
004641     IF CLG-EVENT-YEAR NUMERIC
004642         MOVE CLG-EVENT-YEAR TO WS-IDX-YEAR
004643     END-IF.
004644     IF WS-IDX-YEAR NOT = RND-EVENT-YEAR
004645         GO TO 2610-READ-ONE-VERDICT-EXIT
004646     END-IF.
004647     MOVE CLG-DAY-NUMBER TO WS-IDX-DAY.
004648     IF WS-IDX-DAY < 1 OR WS-IDX-DAY > 25
004649         GO TO 2610-READ-ONE-VERDICT-EXIT
004650     END-IF.
004651     IF CLG-RESULT = "HELD"
004652         MOVE "Y" TO WS-ARC-HELD-SW (WS-IDX-DAY)
004653     ELSE
004654         MOVE "N" TO WS-ARC-HELD-SW (WS-IDX-DAY)
004655     END-IF.
004656 2610-READ-ONE-VERDICT-EXIT.
004657     EXIT.
004658*
004659* ---------------------------------------------------------------
004660* 3000 -- ONE DAY.  THE DAY GOES ON THE FILE ONLY WHEN IT
004661* RECONCILED MATCHED OR NO-EXPECTED-VALUE THAT NIGHT (ITS
004662* ANSWER HISTORY ROWS) AND ITS ARCHIVED OUTPUT STILL CARRIES
004663* THE SAME ANSWERS -- A FORCED RERUN THAT FAILED AFTER A CLEAN
004670* FIRST PASS LEAVES A GENERATION THE HISTORY NEVER SAW.  A DAY
004680* WITH NEITHER AN ARCHIVE NOR A HISTORY ROW DID NOT RUN THAT
004690* NIGHT AND IS NOT LISTED.
004700* ---------------------------------------------------------------
004710 3000-EXTRACT-ONE-DAY.
004720     MOVE WS-DAY-NUM TO WS-DAY-NUM-ED.
004730     MOVE "N" TO WS-RES1-FOUND-SW.
004740     MOVE "N" TO WS-RES2-FOUND-SW.
004750     MOVE SPACES TO WS-DAY-WORK.
004760     MOVE 0 TO WS-DTL-PART.
004770     MOVE 0 TO WS-DAY-PARTS.
004780     PERFORM 3100-READ-DAY-HISTORY THRU
004790         3100-READ-DAY-HISTORY-EXIT.
004800     IF WS-ARC-DSN (WS-DAY-NUM) = SPACES
004810         AND NOT WS-HST1-FOUND AND NOT WS-HST2-FOUND
004820         GO TO 3000-EXTRACT-ONE-DAY-EXIT
004830     END-IF.
004840     IF NOT WS-HST1-FOUND AND NOT WS-HST2-FOUND
004850         MOVE "FAILED OR NOT RECONCILED" TO WS-OFF-REASON
004860         GO TO 3000-EXTRACT-ONE-DAY-OFF
004870     END-IF.
004871     IF WS-ARC-ANSWERS-HELD (WS-DAY-NUM)
004872         MOVE "UNCERTIFIED VERSION - ANSWERS HELD"
004873             TO WS-OFF-REASON
004874         GO TO 3000-EXTRACT-ONE-DAY-OFF
004875     END-IF.
004880     IF WS-STATUS-PART1 (1:10) = "MISMATCHED"
004890         OR WS-STATUS-PART2 (1:10) = "MISMATCHED"
004900         MOVE "MISMATCHED" TO WS-OFF-REASON
004910         GO TO 3000-EXTRACT-ONE-DAY-OFF
004920     END-IF.
004930     IF WS-ARC-DSN (WS-DAY-NUM) = SPACES
004940         MOVE "NO OUTPUT GENERATION ON THE ARCHIVE INDEX"
004950             TO WS-OFF-REASON
004960         GO TO 3000-EXTRACT-ONE-DAY-OFF
004970     END-IF.
004980     PERFORM 3200-READ-ARCHIVED-OUTPUT THRU
004990         3200-READ-ARCHIVED-OUTPUT-EXIT.
005000     IF WS-OFF-REASON NOT = SPACES
005010         GO TO 3000-EXTRACT-ONE-DAY-OFF
005020     END-IF.
005030     IF (WS-HST1-FOUND AND NOT WS-RES1-FOUND)
005040         OR (WS-HST2-FOUND AND NOT WS-RES2-FOUND)
005050         OR (WS-RES1-FOUND AND NOT WS-HST1-FOUND)
005060         OR (WS-RES2-FOUND AND NOT WS-HST2-FOUND)
005070         OR (WS-HST1-FOUND
005080             AND WS-ACTUAL-PART1 NOT = WS-HISTORY-PART1)
005090         OR (WS-HST2-FOUND
005100             AND WS-ACTUAL-PART2 NOT = WS-HISTORY-PART2)
005110         MOVE "ARCHIVE DIFFERS FROM ANSWER HISTORY"
005120             TO WS-OFF-REASON
005130         GO TO 3000-EXTRACT-ONE-DAY-OFF
005140     END-IF.
005150     IF WS-HST1-FOUND
005160         MOVE 1 TO WS-DTL-PART
005170         MOVE WS-ACTUAL-PART1 TO WS-DTL-ANSWER
005180         MOVE WS-STATUS-PART1 TO WS-DTL-STATUS
005190         PERFORM 3300-WRITE-DETAIL THRU 3300-WRITE-DETAIL-EXIT
005200     END-IF.
005210     IF WS-HST2-FOUND
005220         MOVE 2 TO WS-DTL-PART
005230         MOVE WS-ACTUAL-PART2 TO WS-DTL-ANSWER
005240         MOVE WS-STATUS-PART2 TO WS-DTL-STATUS
005250         PERFORM 3300-WRITE-DETAIL THRU 3300-WRITE-DETAIL-EXIT
005260     END-IF.
005270     ADD 1 TO WS-DAYS-SENT.
005280     MOVE SPACES TO WS-EXTRACT-REPORT-LINE.
005290     STRING "DAY " DELIMITED BY SIZE
005300         WS-DAY-NUM-ED DELIMITED BY SIZE
005310         " SENT" DELIMITED BY SIZE
005320         INTO WS-XRP-LABEL.
005330     STRING WS-DTL-STATUS DELIMITED BY SPACE
005340         " - " DELIMITED BY SIZE
005350         WS-DAY-PARTS DELIMITED BY SIZE
005360         " PART(S)" DELIMITED BY SIZE
005370         INTO WS-XRP-VALUE.
005380     WRITE EXTRACT-REPORT-RECORD FROM WS-EXTRACT-REPORT-LINE.
005390     GO TO 3000-EXTRACT-ONE-DAY-EXIT.
005400*
005410 3000-EXTRACT-ONE-DAY-OFF.
005420     ADD 1 TO WS-DAYS-LEFT-OFF.
005430     MOVE SPACES TO WS-EXTRACT-REPORT-LINE.
005440     STRING "DAY " DELIMITED BY SIZE
005450         WS-DAY-NUM-ED DELIMITED BY SIZE
005460         " LEFT OFF" DELIMITED BY SIZE
005470         INTO WS-XRP-LABEL.
005480     MOVE WS-OFF-REASON TO WS-XRP-VALUE.
005490     WRITE EXTRACT-REPORT-RECORD FROM WS-EXTRACT-REPORT-LINE.
005500     DISPLAY "AOC-2020-EXTRACT DAY " WS-DAY-NUM-ED
005510         " LEFT OFF - " WS-OFF-REASON.
005520 3000-EXTRACT-ONE-DAY-EXIT.
005530     EXIT.
005540*
005550* ---------------------------------------------------------------
005560* 3100 -- THE DAY'S ANSWER HISTORY ROWS FOR THE BUSINESS DATE,
005570* ONE PER PART THAT HAD A RESULT LINE.  AOC-2020-RECON POSTS
005580* THEM ONLY FOR A DAY PROGRAM THAT ENDED CLEAN.
005590* ---------------------------------------------------------------
005600 3100-READ-DAY-HISTORY.
005605     MOVE RND-EVENT-YEAR TO AHS-EVENT-YEAR.
005610     MOVE WS-DAY-NUM TO AHS-DAY-NUMBER.
005620     MOVE 1 TO AHS-PART-NUMBER.
005630     MOVE WS-BUSINESS-DATE TO AHS-RUN-DATE.
005640     READ ANSWER-HISTORY-FILE
005650         INVALID KEY MOVE "N" TO WS-HST1-FOUND-SW
005660         NOT INVALID KEY
005670             MOVE "Y" TO WS-HST1-FOUND-SW
005680             MOVE AHS-ANSWER-VALUE TO WS-HISTORY-PART1
005690             MOVE AHS-RECON-STATUS TO WS-STATUS-PART1
005700     END-READ.
005710     MOVE WS-DAY-NUM TO AHS-DAY-NUMBER.
005720     MOVE 2 TO AHS-PART-NUMBER.
005730     MOVE WS-BUSINESS-DATE TO AHS-RUN-DATE.
005740     READ ANSWER-HISTORY-FILE
005750         INVALID KEY MOVE "N" TO WS-HST2-FOUND-SW
005760         NOT INVALID KEY
005770             MOVE "Y" TO WS-HST2-FOUND-SW
005780             MOVE AHS-ANSWER-VALUE TO WS-HISTORY-PART2
005790             MOVE AHS-RECON-STATUS TO WS-STATUS-PART2
005800     END-READ.
005810 3100-READ-DAY-HISTORY-EXIT.
005820     EXIT.
005830*
005840* ---------------------------------------------------------------
005850* 3200/3210 -- REPOINT EXTARCIN AT THE DAY'S ARCHIVED OUTPUT
005860* (THE SAME ENVIRONMENT-NAME OVERRIDE ARCRETR USES) AND TAKE
005870* ITS RESULT LINES THE WAY AOC-2020-RECON DOES: THE LAST LINE
005880* PER PART WINS, AND A LEGACY "RESULT=" LINE IS PART ONE.
005890* ---------------------------------------------------------------
005900 3200-READ-ARCHIVED-OUTPUT.
005910     DISPLAY "DD_EXTARCIN" UPON ENVIRONMENT-NAME.
005920     DISPLAY WS-ARC-DSN (WS-DAY-NUM) UPON ENVIRONMENT-VALUE.
005930     OPEN INPUT ARCHIVE-IN-FILE.
005940     IF WS-ARCHIVE-IN-STATUS NOT = "00"
005950         MOVE "ARCHIVED OUTPUT WILL NOT OPEN" TO WS-OFF-REASON
005960         GO TO 3200-READ-ARCHIVED-OUTPUT-EXIT
005970     END-IF.
005980     MOVE "N" TO WS-ARC-EOF-SW.
005990     PERFORM 3210-READ-ONE-LINE THRU 3210-READ-ONE-LINE-EXIT
006000         UNTIL WS-ARC-EOF.
006010     CLOSE ARCHIVE-IN-FILE.
006020 3200-READ-ARCHIVED-OUTPUT-EXIT.
006030     EXIT.
006040*
006050 3210-READ-ONE-LINE.
006060     READ ARCHIVE-IN-FILE
006070         AT END MOVE "Y" TO WS-ARC-EOF-SW
006080         NOT AT END
006090             IF ARCHIVE-IN-RECORD (1:8) = "RESULT1="
006100                 MOVE "Y" TO WS-RES1-FOUND-SW
006110                 MOVE ARCHIVE-IN-RECORD (9:20)
006120                     TO WS-ACTUAL-PART1
006130             END-IF
006140             IF ARCHIVE-IN-RECORD (1:8) = "RESULT2="
006150                 MOVE "Y" TO WS-RES2-FOUND-SW
006160                 MOVE ARCHIVE-IN-RECORD (9:20)
006170                     TO WS-ACTUAL-PART2
006180             END-IF
006190             IF ARCHIVE-IN-RECORD (1:7) = "RESULT="
006200                 MOVE "Y" TO WS-RES1-FOUND-SW
006210                 MOVE ARCHIVE-IN-RECORD (8:20)
006220                     TO WS-ACTUAL-PART1
006230             END-IF
006240     END-READ.
006250 3210-READ-ONE-LINE-EXIT.
006260     EXIT.
006270*
006280* ---------------------------------------------------------------
006290* 3300/3310 -- ONE DETAIL.  THE HASH TOTAL IS FORMED THE SAME
006300* WAY AS ON OUR INBOUND TRANSMITTALS: EACH LINE'S LENGTH NET OF
006310* TRAILING SPACES.
006320* ---------------------------------------------------------------
006330 3300-WRITE-DETAIL.
006340     MOVE SPACES TO SUB-DETAIL-RECORD.
006350     MOVE "D" TO SUB-DTL-RECORD-TYPE.
006360     MOVE WS-DAY-NUM TO SUB-DTL-DAY-NUMBER.
006370     MOVE WS-DTL-PART TO SUB-DTL-PART-NUMBER.
006380     MOVE WS-DTL-ANSWER TO SUB-DTL-ANSWER-VALUE.
006390     MOVE WS-DTL-STATUS TO SUB-DTL-STATUS.
006400     MOVE 80 TO WS-TRIM-LEN.
006410     PERFORM 3310-TRIM-ONE-BYTE THRU 3310-TRIM-ONE-BYTE-EXIT
006420         UNTIL WS-TRIM-LEN = 0
006430         OR SUB-RECORD (WS-TRIM-LEN:1) NOT = SPACE.
006440     ADD WS-TRIM-LEN TO WS-HASH-TOTAL.
006450     ADD 1 TO WS-DETAIL-COUNT.
006460     ADD 1 TO WS-DAY-PARTS.
006470     WRITE SUB-DETAIL-RECORD.
006480 3300-WRITE-DETAIL-EXIT.
006490     EXIT.
006500*
006510 3310-TRIM-ONE-BYTE.
006520     SUBTRACT 1 FROM WS-TRIM-LEN.
006530 3310-TRIM-ONE-BYTE-EXIT.
006540     EXIT.
006550*
006560* ---------------------------------------------------------------
006570* 7000 -- TRAILER, SENT REGISTER AND TOTALS.  A FILE WITH NO
006580* DETAILS IS STILL BUILT (THE SCOREBOARD EXPECTS ONE A NIGHT)
006590* BUT ENDS WITH RETURN CODE 4 SO THE EMPTY NIGHT IS NOTICED.
006600* ---------------------------------------------------------------
006610 7000-FINISH-FILE.
006620     MOVE SPACES TO SUB-TRAILER-RECORD.
006630     MOVE "T" TO SUB-TRL-RECORD-TYPE.
006640     MOVE WS-DETAIL-COUNT TO SUB-TRL-DETAIL-COUNT.
006650     MOVE WS-HASH-TOTAL TO SUB-TRL-HASH-TOTAL.
006660     WRITE SUB-TRAILER-RECORD.
006670     MOVE SPACES TO SENT-REGISTER-RECORD.
006675     MOVE RND-EVENT-YEAR TO SNT-EVENT-YEAR.
006680     MOVE WS-BUSINESS-DATE TO SNT-BUSINESS-DATE.
006690     MOVE WS-CREATED-DATE TO SNT-SENT-DATE.
006700     MOVE WS-START-TIME TO SNT-SENT-TIME.
006710     MOVE WS-FILE-KIND TO SNT-FILE-KIND.
006720     MOVE WS-DETAIL-COUNT TO SNT-DETAIL-COUNT.
006730     MOVE WS-HASH-TOTAL TO SNT-HASH-TOTAL.
006740     ADD 1 TO WS-SEND-COUNT.
006750     MOVE WS-SEND-COUNT TO SNT-SEND-COUNT.
006760     IF WS-FIRST-SENT-DATE = SPACES
006770         MOVE WS-CREATED-DATE TO SNT-FIRST-SENT-DATE
006780     ELSE
006790         MOVE WS-FIRST-SENT-DATE TO SNT-FIRST-SENT-DATE
006800     END-IF.
006810     WRITE SENT-REGISTER-RECORD
006820         INVALID KEY
006830             REWRITE SENT-REGISTER-RECORD
006840                 INVALID KEY
006850                     DISPLAY "AOC-2020-EXTRACT NOTICE - SENT"
006860                         " REGISTER NOT POSTED, STATUS "
006870                         WS-SENT-STATUS
006880             END-REWRITE
006890     END-WRITE.
006900     MOVE SPACES TO WS-EXTRACT-REPORT-LINE.
006910     MOVE "DAYS SENT" TO WS-XRP-LABEL.
006920     MOVE WS-DAYS-SENT TO WS-ED-COUNT.
006930     MOVE WS-ED-COUNT TO WS-XRP-VALUE.
006940     WRITE EXTRACT-REPORT-RECORD FROM WS-EXTRACT-REPORT-LINE.
006950     MOVE SPACES TO WS-EXTRACT-REPORT-LINE.
006960     MOVE "DAYS LEFT OFF" TO WS-XRP-LABEL.
006970     MOVE WS-DAYS-LEFT-OFF TO WS-ED-COUNT.
006980     MOVE WS-ED-COUNT TO WS-XRP-VALUE.
006990     WRITE EXTRACT-REPORT-RECORD FROM WS-EXTRACT-REPORT-LINE.
007000     MOVE SPACES TO WS-EXTRACT-REPORT-LINE.
007010     MOVE "DETAIL RECORDS" TO WS-XRP-LABEL.
007020     MOVE WS-DETAIL-COUNT TO WS-ED-COUNT.
007030     MOVE WS-ED-COUNT TO WS-XRP-VALUE.
007040     WRITE EXTRACT-REPORT-RECORD FROM WS-EXTRACT-REPORT-LINE.
007050     MOVE SPACES TO WS-EXTRACT-REPORT-LINE.
007060     MOVE "HASH TOTAL" TO WS-XRP-LABEL.
007070     MOVE WS-HASH-TOTAL TO WS-XRP-VALUE (1:13).
007080     WRITE EXTRACT-REPORT-RECORD FROM WS-EXTRACT-REPORT-LINE.
007090     DISPLAY "AOC-2020-EXTRACT " WS-BUSINESS-DATE " "
007100         WS-FILE-KIND " - " WS-DAYS-SENT " DAYS, "
007110         WS-DETAIL-COUNT " DETAILS, HASH " WS-HASH-TOTAL.
007120     IF WS-DETAIL-COUNT = 0
007130         DISPLAY "AOC-2020-EXTRACT WARNING - NO DETAILS FOR "
007140             WS-BUSINESS-DATE
007150         MOVE 4 TO RETURN-CODE
007160     ELSE
007170         MOVE 0 TO RETURN-CODE
007180     END-IF.
007190 7000-FINISH-FILE-EXIT.
007200     EXIT.
007210*
007220 8500-TERMINATE.
007230     IF WS-FILES-OPEN
007240         CLOSE ARCHIVE-INDEX-FILE
007250         CLOSE ANSWER-HISTORY-FILE
007260         CLOSE SENT-REGISTER-FILE
007270         CLOSE EXTRACT-REPORT-FILE
007280     END-IF.
007290     IF WS-SUBMISSION-OPEN
007300         CLOSE SUBMISSION-FILE
007310     END-IF.
007320 8500-TERMINATE-EXIT.
007330     EXIT.
007340*
007350* ---------------------------------------------------------------
007360* 9000 -- APPEND ONE LINE TO THE SHARED JOB-RUN AUDIT TRAIL.
007370* AUD-REC-COUNT CARRIES DETAIL RECORDS WRITTEN AND AUD-SKIP-
007380* COUNT DAYS LEFT OFF THE FILE.  A REFUSED DUPLICATE SEND IS A
007390* FAILED ROW WITH RETURN CODE 12, AS ON THE DAY PROGRAMS.
007400* ---------------------------------------------------------------
007410 9000-WRITE-AUDIT-LOG.
007420     OPEN EXTEND AUDIT-FILE.
007430     IF WS-AUDIT-STATUS NOT = "00"
007440         OPEN OUTPUT AUDIT-FILE
007450     END-IF.
007460     MOVE SPACES TO WS-AUDIT-RECORD.
007470     MOVE WS-PROGRAM-MNEMONIC TO
007480         AUD-PROGRAM-ID OF WS-AUDIT-RECORD.
007490     MOVE WS-START-DATE TO AUD-RUN-DATE OF WS-AUDIT-RECORD.
007491     MOVE RND-EVENT-YEAR TO AUD-EVENT-YEAR OF WS-AUDIT-RECORD.
007500     MOVE WS-START-TIME TO AUD-RUN-TIME OF WS-AUDIT-RECORD.
007510     MOVE WS-DETAIL-COUNT TO AUD-REC-COUNT OF WS-AUDIT-RECORD.
007520     MOVE WS-DAYS-LEFT-OFF TO AUD-SKIP-COUNT OF WS-AUDIT-RECORD.
007530     MOVE 0 TO AUD-EXCP-COUNT OF WS-AUDIT-RECORD.
007540* AOC-2020-ELAPSE COMES BACK WITH ITS OWN (ZERO) RETURN-CODE
007550* REGISTER -- SAVE AND RESTORE THE CALLER'S AROUND THE CALL.
007560     MOVE RETURN-CODE TO WS-SAVED-RC.
007570     MOVE WS-START-TIME TO ELP-START-TIME.
007580     ACCEPT ELP-END-TIME FROM TIME.
007590     CALL "AOC-2020-ELAPSE" USING WS-ELAPSE-PARM.
007600     MOVE ELP-ELAPSED-SECS TO
007610         AUD-ELAPSED-SECS OF WS-AUDIT-RECORD.
007620     MOVE WS-SAVED-RC TO RETURN-CODE.
007630     MOVE RETURN-CODE TO AUD-RETURN-CODE OF WS-AUDIT-RECORD.
007640     IF RETURN-CODE > 4
007650         MOVE "FAILED  " TO
007660             AUD-COMPLETION-STATUS OF WS-AUDIT-RECORD
007670     ELSE
007680         MOVE "COMPLETE" TO
007690             AUD-COMPLETION-STATUS OF WS-AUDIT-RECORD
007700     END-IF.
007710     WRITE AUDIT-RECORD FROM WS-AUDIT-RECORD.
007720     CLOSE AUDIT-FILE.
007730* MIRROR THE ROW TO THE KEYED AUDIT MASTER THE DUPLICATE-RUN
007740* GUARDS READ (SEE CPAUDPRM).
007750     MOVE RETURN-CODE TO WS-SAVED-RC.
007760     MOVE "WRITE" TO AUP-FUNCTION.
007770     MOVE WS-AUDIT-RECORD TO AUP-AUDIT-ROW.
007780     CALL "AOC-2020-AUDIT" USING WS-AUDIT-PARM.
007790     MOVE WS-SAVED-RC TO RETURN-CODE.
007800 9000-WRITE-AUDIT-LOG-EXIT.
007810     EXIT.
007820*
007830 9999-EXIT.
007840     PERFORM 9000-WRITE-AUDIT-LOG THRU 9000-WRITE-AUDIT-LOG-EXIT.
007850     GOBACK.
