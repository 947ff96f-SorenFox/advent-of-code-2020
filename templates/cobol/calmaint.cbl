000010*-----------------------------------------------------------------
000020 IDENTIFICATION DIVISION.
000030     PROGRAM-ID. AOC-2020-CALMAINT.
000040     AUTHOR. D HALVORSEN.
000050     INSTALLATION. ADVENT DATA PROCESSING CENTER.
000060     DATE-WRITTEN. 10/15/2026.
000070     DATE-COMPILED.
000080*-----------------------------------------------------------------
000090* MODIFICATION HISTORY.
000100*   DATE        INIT  DESCRIPTION
000110*   10/15/2026  DH    ORIGINAL.  PROCESSING CALENDAR MAINTENANCE.
000120*                      READS DATE-RANGE CARDS (CALTXNDD) AND POSTS
000130*                      ONE ROW PER BUSINESS DATE TO THE KEYED
000140*                      CALENDAR MASTER (CALMSTDD, SEE CPCALMST):
000150*                      RUN NIGHTS WITH THE DAY PROGRAMS SCHEDULED
000160*                      THAT NIGHT, HOLIDAYS AND BLACKOUTS.  ADDDAY
000170*                      AND DROPDAY CARDS BRING ONE DAY INTO (OR
000180*                      TAKE IT OUT OF) THE STREAM FROM A GIVEN
000190*                      DATE, E.G. DAY 12 FROM 12/12 ON.  EVERY
000200*                      CARD IS LISTED ON THE CALENDAR CHANGE
000210*                      REPORT (CALRPTDD) AS ACCEPTED OR REJECTED.
000220*                      RETURN CODE 4 WHEN ANY CARD WAS REJECTED.
000230*-----------------------------------------------------------------
000240*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270     FILE-CONTROL.
000280         SELECT TRANSACTION-FILE ASSIGN TO "CALTXNDD"
000290             ORGANIZATION IS LINE SEQUENTIAL
000300             FILE STATUS IS WS-TRANSACTION-STATUS.
000310         SELECT CALENDAR-FILE ASSIGN TO "CALMSTDD"
000320             ORGANIZATION IS INDEXED
000330             ACCESS MODE IS DYNAMIC
000340             RECORD KEY IS CAL-KEY
000350             FILE STATUS IS WS-CALENDAR-STATUS.
000360         SELECT CHANGE-REPORT-FILE ASSIGN TO "CALRPTDD"
000370             ORGANIZATION IS LINE SEQUENTIAL
000380             FILE STATUS IS WS-CHANGE-REPORT-STATUS.
000390         SELECT AUDIT-FILE ASSIGN TO "AUDITDD"
000400             ORGANIZATION IS LINE SEQUENTIAL
000410             FILE STATUS IS WS-AUDIT-STATUS.
000420*
000430 DATA DIVISION.
000440 FILE SECTION.
000450*
000460* ONE CARD PER DATE RANGE.  A BLANK THRU DATE IS THE FROM DATE
000470* ALONE; A RANGE MAY NOT RUN LONGER THAN ONE YEAR.
000480*   RUN      FROM     THRU     FF LL   RUN NIGHTS, DAYS FF-LL
000490*                                      SCHEDULED (BLANK = 01-25)
000500*   ADDDAY   FROM     THRU     FF LL   SCHEDULE DAYS FF-LL ON THE
000510*                                      RUN NIGHTS IN THE RANGE
000520*                                      (BLANK LL = DAY FF ALONE)
000530*   DROPDAY  FROM     THRU     FF LL   UNSCHEDULE THEM
000540*   HOLIDAY  FROM     THRU     DESCRIPTION
000550*   BLACKOUT FROM     THRU     DESCRIPTION
000560*   DELETE   FROM     THRU     TAKE THE DATES OFF THE CALENDAR
000570 FD  TRANSACTION-FILE.
000580 01  TRANSACTION-CARD.
000590     05  TXN-ACTION                  PIC X(08).
000600     05  TXN-FILLER-1                PIC X(01).
000610     05  TXN-FROM-DATE               PIC X(08).
000620     05  TXN-FILLER-2                PIC X(01).
000630     05  TXN-THRU-DATE               PIC X(08).
000640     05  TXN-FILLER-3                PIC X(01).
000650     05  TXN-FIRST-DAY               PIC X(02).
000660     05  TXN-FILLER-4                PIC X(01).
000670     05  TXN-LAST-DAY                PIC X(02).
000680     05  TXN-FILLER-5                PIC X(01).
000690     05  TXN-DESCRIPTION             PIC X(20).
000700     05  TXN-FILLER-6                PIC X(01).
000710     05  TXN-KEYED-BY                PIC X(08).
000720     05  TXN-FILLER-7                PIC X(18).
000730*
000740 FD  CALENDAR-FILE.
000750     COPY CPCALMST.
000760*
000770 FD  CHANGE-REPORT-FILE.
000780 01  CHANGE-REPORT-RECORD            PIC X(132).
000790*
000800 FD  AUDIT-FILE.
000810     COPY CPAUDIT.
000820*
000830 WORKING-STORAGE SECTION.
000840 01  WS-PROGRAM-MNEMONIC             PIC X(08) VALUE "AOC2CAL ".
000850*
000860 01  WS-FILE-STATUSES.
000870     05  WS-TRANSACTION-STATUS       PIC X(02) VALUE "00".
000880     05  WS-CALENDAR-STATUS          PIC X(02) VALUE "00".
000890     05  WS-CHANGE-REPORT-STATUS     PIC X(02) VALUE "00".
000900     05  WS-AUDIT-STATUS             PIC X(02) VALUE "00".
000910*
000920 01  WS-SWITCHES.
000930     05  WS-TXN-EOF-SW               PIC X(01) VALUE "N".
000940         88  WS-TXN-EOF              VALUE "Y".
000950     05  WS-CARD-VALID-SW            PIC X(01) VALUE "Y".
000960         88  WS-CARD-VALID           VALUE "Y".
000970         88  WS-CARD-INVALID         VALUE "N".
000980     05  WS-ROW-FOUND-SW             PIC X(01) VALUE "N".
000990         88  WS-ROW-FOUND            VALUE "Y".
001000*
001010 01  WS-COUNTERS.
001020     05  WS-SAVED-RC                 PIC 9(04) COMP VALUE 0.
001030     05  WS-CARD-COUNT               PIC 9(05) COMP VALUE 0.
001040     05  WS-REJECT-COUNT             PIC 9(05) COMP VALUE 0.
001050     05  WS-ADD-COUNT                PIC 9(05) COMP VALUE 0.
001060     05  WS-CHANGE-COUNT             PIC 9(05) COMP VALUE 0.
001070     05  WS-DELETE-COUNT             PIC 9(05) COMP VALUE 0.
001080     05  WS-CARD-NIGHTS              PIC 9(05) COMP VALUE 0.
001090     05  WS-CARD-PASSED              PIC 9(05) COMP VALUE 0.
001100     05  WS-DAY-SUB                  PIC 9(02) COMP VALUE 0.
001110     05  WS-FIRST-DAY                PIC 9(02) VALUE 0.
001120     05  WS-LAST-DAY                 PIC 9(02) VALUE 0.
001130*
001140 01  WS-RUN-TIMESTAMPS.
001150     05  WS-START-DATE               PIC X(08).
001160     05  WS-START-TIME               PIC X(08).
001170*
001180 01  WS-DATE-CHECK.
001190     05  WS-DTE-YYYY                 PIC 9(04).
001200     05  WS-DTE-MM                   PIC 9(02).
001210     05  WS-DTE-DD                   PIC 9(02).
001220 01  WS-DATE-CHECK-X REDEFINES WS-DATE-CHECK
001230                                     PIC X(08).
001240 01  WS-DATE-CHECK-N REDEFINES WS-DATE-CHECK
001250                                     PIC 9(08).
001260*
001270 01  WS-THRU-DATE                    PIC X(08) VALUE SPACES.
001280 01  WS-THRU-DATE-N REDEFINES WS-THRU-DATE
001290                                     PIC 9(08).
001300 01  WS-FROM-DATE-N                  PIC 9(08) VALUE 0.
001310*
001320* THE DATE THE CARD IS NOW POSTING, STEPPED ONE DAY AT A TIME.
001330 01  WS-CUR-DATE.
001340     05  WS-CUR-YYYY                 PIC 9(04).
001350     05  WS-CUR-MM                   PIC 9(02).
001360     05  WS-CUR-DD                   PIC 9(02).
001370 01  WS-CUR-DATE-X REDEFINES WS-CUR-DATE
001380                                     PIC X(08).
001390*
001400 01  WS-MONTH-LENGTHS.
001410     05  FILLER                      PIC X(24)
001420         VALUE "312831303130313130313031".
001430 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
001440     05  WS-MLT-DAYS                 PIC 9(02) OCCURS 12 TIMES.
001450*
001460 01  WS-LEAP-WORK.
001470     05  WS-MONTH-DAYS               PIC 9(02) VALUE 0.
001480     05  WS-LEAP-YYYY                PIC 9(04) VALUE 0.
001490     05  WS-LEAP-MM                  PIC 9(02) VALUE 0.
001500     05  WS-LEAP-QUOT                PIC 9(04) COMP VALUE 0.
001510     05  WS-LEAP-REM4                PIC 9(04) COMP VALUE 0.
001520     05  WS-LEAP-REM100              PIC 9(04) COMP VALUE 0.
001530     05  WS-LEAP-REM400              PIC 9(04) COMP VALUE 0.
001540*
001550 01  WS-REJECT-REASON                PIC X(30) VALUE SPACES.
001560*
001570 01  WS-CHANGE-TEXT-LINE.
001580     05  WS-CHGT-LABEL               PIC X(040).
001590     05  WS-CHGT-VALUE               PIC X(092).
001600*
001610 01  WS-ED-COUNT                     PIC 9(05).
001620 01  WS-ED-PASSED                    PIC 9(05).
001630*
001640     COPY CPAUDIT REPLACING ==AUDIT-RECORD==
001650         BY ==WS-AUDIT-RECORD==.
001660*
001670     COPY CPELAPSE REPLACING ==ELAPSE-PARM==
001680         BY ==WS-ELAPSE-PARM==.
001690*
001700     COPY CPAUDPRM REPLACING ==AUDIT-PARM==
001710         BY ==WS-AUDIT-PARM==.
001720*
001730 PROCEDURE DIVISION.
001740 0000-MAINLINE.
001750     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001760     PERFORM 2000-PROCESS-TRANSACTIONS THRU
001770         2000-PROCESS-TRANSACTIONS-EXIT
001780         UNTIL WS-TXN-EOF.
001790     PERFORM 8000-WRITE-TOTALS THRU 8000-WRITE-TOTALS-EXIT.
001800     PERFORM 8500-TERMINATE THRU 8500-TERMINATE-EXIT.
001810     GO TO 9999-EXIT.
001820*
001830* ---------------------------------------------------------------
001840* 1000-INITIALIZE -- OPEN THE CARDS, THE CALENDAR MASTER AND THE
001850* CHANGE REPORT.  THE MASTER IS CREATED ON ITS FIRST USE.
001860* ---------------------------------------------------------------
001870 1000-INITIALIZE.
001880     ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
001890     ACCEPT WS-START-TIME FROM TIME.
001900     OPEN INPUT TRANSACTION-FILE.
001910     IF WS-TRANSACTION-STATUS NOT = "00"
001920         DISPLAY "AOC-2020-CALMAINT ABEND - CALTXN OPEN FAILED"
001930         DISPLAY "STATUS = " WS-TRANSACTION-STATUS
001940         MOVE 16 TO RETURN-CODE
001950         GO TO 9999-EXIT
001960     END-IF.
001963* ONLY A CALENDAR THAT IS NOT THERE (STATUS 35) IS CREATED; ANY
001966* OTHER OPEN FAILURE LEAVES IT AS IT IS RATHER THAN EMPTY IT.
001970     OPEN I-O CALENDAR-FILE.
001980     IF WS-CALENDAR-STATUS = "35"
001990         OPEN OUTPUT CALENDAR-FILE
002000     END-IF.
002010     IF WS-CALENDAR-STATUS NOT = "00"
002020         DISPLAY "AOC-2020-CALMAINT ABEND - CALENDAR MASTER OPEN"
002030             " FAILED"
002040         DISPLAY "STATUS = " WS-CALENDAR-STATUS
002050         MOVE 16 TO RETURN-CODE
002060         GO TO 9999-EXIT
002070     END-IF.
002080     OPEN OUTPUT CHANGE-REPORT-FILE.
002090     IF WS-CHANGE-REPORT-STATUS NOT = "00"
002100         DISPLAY "AOC-2020-CALMAINT ABEND - CALRPT OPEN FAILED"
002110         DISPLAY "STATUS = " WS-CHANGE-REPORT-STATUS
002120         MOVE 16 TO RETURN-CODE
002130         GO TO 9999-EXIT
002140     END-IF.
002150     MOVE SPACES TO WS-CHANGE-TEXT-LINE.
002160     MOVE "ADVENT DATA PROCESSING CENTER" TO WS-CHGT-LABEL.
002170     MOVE "PROCESSING CALENDAR CHANGE REPORT" TO WS-CHGT-VALUE.
002180     WRITE CHANGE-REPORT-RECORD FROM WS-CHANGE-TEXT-LINE.
002190     MOVE SPACES TO WS-CHANGE-TEXT-LINE.
002200     MOVE "PREPARED" TO WS-CHGT-LABEL.
002210     STRING WS-START-DATE DELIMITED BY SIZE
002220         " " DELIMITED BY SIZE
002230         WS-START-TIME DELIMITED BY SIZE
002240         INTO WS-CHGT-VALUE.
002250     WRITE CHANGE-REPORT-RECORD FROM WS-CHANGE-TEXT-LINE.
002260     MOVE SPACES TO CHANGE-REPORT-RECORD.
002270     WRITE CHANGE-REPORT-RECORD.
002280 1000-INITIALIZE-EXIT.
002290     EXIT.
002300*
002310* ---------------------------------------------------------------
002320* 2000/2100 -- ONE CARD.  A VALID CARD IS POSTED DATE BY DATE
002330* FROM ITS FROM DATE THROUGH ITS THRU DATE.
002340* ---------------------------------------------------------------
002350 2000-PROCESS-TRANSACTIONS.
002360     READ TRANSACTION-FILE
002370         AT END MOVE "Y" TO WS-TXN-EOF-SW
002380         NOT AT END
002390             PERFORM 2100-APPLY-ONE-CARD THRU
002400                 2100-APPLY-ONE-CARD-EXIT
002410     END-READ.
002420 2000-PROCESS-TRANSACTIONS-EXIT.
002430     EXIT.
002440*
002450 2100-APPLY-ONE-CARD.
002460     IF TRANSACTION-CARD (1:1) = "*" OR TRANSACTION-CARD = SPACES
002470         GO TO 2100-APPLY-ONE-CARD-EXIT
002480     END-IF.
002490     ADD 1 TO WS-CARD-COUNT.
002500     PERFORM 2200-VALIDATE-CARD THRU 2200-VALIDATE-CARD-EXIT.
002510     IF WS-CARD-INVALID
002520         ADD 1 TO WS-REJECT-COUNT
002530         PERFORM 4000-REPORT-CARD THRU 4000-REPORT-CARD-EXIT
002540         GO TO 2100-APPLY-ONE-CARD-EXIT
002550     END-IF.
002560     MOVE 0 TO WS-CARD-NIGHTS.
002570     MOVE 0 TO WS-CARD-PASSED.
002580     MOVE TXN-FROM-DATE TO WS-CUR-DATE-X.
002590     PERFORM 3000-POST-ONE-DATE THRU 3000-POST-ONE-DATE-EXIT
002600         UNTIL WS-CUR-DATE-X > WS-THRU-DATE.
002610     PERFORM 4000-REPORT-CARD THRU 4000-REPORT-CARD-EXIT.
002620 2100-APPLY-ONE-CARD-EXIT.
002630     EXIT.
002640*
002650* ---------------------------------------------------------------
002660* 2200/2210 -- VALIDATE THE ACTION, THE DATE RANGE AND (FOR THE
002670* SCHEDULING ACTIONS) THE DAY RANGE.
002680* ---------------------------------------------------------------
002690 2200-VALIDATE-CARD.
002700     MOVE "Y" TO WS-CARD-VALID-SW.
002710     MOVE SPACES TO WS-REJECT-REASON.
002720     IF TXN-ACTION NOT = "RUN     " AND NOT = "ADDDAY  "
002730         AND NOT = "DROPDAY " AND NOT = "HOLIDAY "
002740         AND NOT = "BLACKOUT" AND NOT = "DELETE  "
002750         MOVE "N" TO WS-CARD-VALID-SW
002760         MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
002770         GO TO 2200-VALIDATE-CARD-EXIT
002780     END-IF.
002790     MOVE TXN-FROM-DATE TO WS-DATE-CHECK-X.
002800     PERFORM 2210-CHECK-DATE THRU 2210-CHECK-DATE-EXIT.
002810     IF WS-CARD-INVALID
002820         MOVE "FROM DATE NOT A DATE" TO WS-REJECT-REASON
002830         GO TO 2200-VALIDATE-CARD-EXIT
002840     END-IF.
002850     MOVE WS-DATE-CHECK-N TO WS-FROM-DATE-N.
002860     IF TXN-THRU-DATE = SPACES
002870         MOVE TXN-FROM-DATE TO WS-THRU-DATE
002880     ELSE
002890         MOVE TXN-THRU-DATE TO WS-THRU-DATE
002900     END-IF.
002910     MOVE WS-THRU-DATE TO WS-DATE-CHECK-X.
002920     PERFORM 2210-CHECK-DATE THRU 2210-CHECK-DATE-EXIT.
002930     IF WS-CARD-INVALID
002940         MOVE "THRU DATE NOT A DATE" TO WS-REJECT-REASON
002950         GO TO 2200-VALIDATE-CARD-EXIT
002960     END-IF.
002970     IF WS-THRU-DATE-N < WS-FROM-DATE-N
002980         MOVE "N" TO WS-CARD-VALID-SW
002990         MOVE "THRU DATE BEFORE FROM DATE" TO WS-REJECT-REASON
003000         GO TO 2200-VALIDATE-CARD-EXIT
003010     END-IF.
003020     IF WS-THRU-DATE-N - WS-FROM-DATE-N > 10000
003030         MOVE "N" TO WS-CARD-VALID-SW
003040         MOVE "RANGE LONGER THAN ONE YEAR" TO WS-REJECT-REASON
003050         GO TO 2200-VALIDATE-CARD-EXIT
003060     END-IF.
003070     IF TXN-ACTION NOT = "RUN     " AND NOT = "ADDDAY  "
003080         AND NOT = "DROPDAY "
003090         GO TO 2200-VALIDATE-CARD-EXIT
003100     END-IF.
003110* RUN DEFAULTS TO ALL 25 DAYS; ADDDAY AND DROPDAY NEED A DAY.
003120     IF TXN-FIRST-DAY = SPACES AND TXN-ACTION = "RUN     "
003130         MOVE 1 TO WS-FIRST-DAY
003140         MOVE 25 TO WS-LAST-DAY
003150         GO TO 2200-VALIDATE-CARD-EXIT
003160     END-IF.
003170     IF TXN-FIRST-DAY NOT NUMERIC
003180         MOVE "N" TO WS-CARD-VALID-SW
003190         MOVE "FIRST DAY NOT NUMERIC" TO WS-REJECT-REASON
003200         GO TO 2200-VALIDATE-CARD-EXIT
003210     END-IF.
003220     MOVE TXN-FIRST-DAY TO WS-FIRST-DAY.
003230     IF TXN-LAST-DAY = SPACES
003240         MOVE WS-FIRST-DAY TO WS-LAST-DAY
003250     ELSE
003260         IF TXN-LAST-DAY NOT NUMERIC
003270             MOVE "N" TO WS-CARD-VALID-SW
003280             MOVE "LAST DAY NOT NUMERIC" TO WS-REJECT-REASON
003290             GO TO 2200-VALIDATE-CARD-EXIT
003300         END-IF
003310         MOVE TXN-LAST-DAY TO WS-LAST-DAY
003320     END-IF.
003330     IF WS-FIRST-DAY < 1 OR WS-LAST-DAY > 25
003340         OR WS-LAST-DAY < WS-FIRST-DAY
003350         MOVE "N" TO WS-CARD-VALID-SW
003360         MOVE "DAY RANGE NOT WITHIN 01-25" TO WS-REJECT-REASON
003370     END-IF.
003380 2200-VALIDATE-CARD-EXIT.
003390     EXIT.
003400*
003410 2210-CHECK-DATE.
003420     IF WS-DATE-CHECK-X NOT NUMERIC
003430         MOVE "N" TO WS-CARD-VALID-SW
003440         GO TO 2210-CHECK-DATE-EXIT
003450     END-IF.
003460     IF WS-DTE-MM < 1 OR WS-DTE-MM > 12 OR WS-DTE-DD < 1
003470         MOVE "N" TO WS-CARD-VALID-SW
003480         GO TO 2210-CHECK-DATE-EXIT
003490     END-IF.
003500     MOVE WS-DTE-YYYY TO WS-LEAP-YYYY.
003510     MOVE WS-DTE-MM TO WS-LEAP-MM.
003520     PERFORM 3910-MONTH-LENGTH THRU 3910-MONTH-LENGTH-EXIT.
003530     IF WS-DTE-DD > WS-MONTH-DAYS
003540         MOVE "N" TO WS-CARD-VALID-SW
003550     END-IF.
003560 2210-CHECK-DATE-EXIT.
003570     EXIT.
003580*
003590* ---------------------------------------------------------------
003600* 3000/3100/3200 -- POST THE CARD TO ONE DATE, THEN STEP TO THE
003610* NEXT.  ADDDAY AND DROPDAY CHANGE RUN NIGHTS ONLY -- A HOLIDAY,
003620* A BLACKOUT OR A DATE NOT ON THE CALENDAR IS PASSED OVER.
003630* ---------------------------------------------------------------
003640 3000-POST-ONE-DATE.
003650     MOVE "Y" TO WS-ROW-FOUND-SW.
003660     MOVE WS-CUR-DATE-X TO CAL-BUSINESS-DATE.
003670     READ CALENDAR-FILE
003680         INVALID KEY MOVE "N" TO WS-ROW-FOUND-SW
003690     END-READ.
003700     EVALUATE TXN-ACTION
003710         WHEN "RUN     "
003720             PERFORM 3100-NEW-ROW-IMAGE THRU
003721                 3100-NEW-ROW-IMAGE-EXIT
003730             MOVE "R" TO CAL-NIGHT-TYPE
003740             PERFORM 3200-SCHEDULE-ONE-DAY THRU
003750                 3200-SCHEDULE-ONE-DAY-EXIT
003760                 VARYING WS-DAY-SUB FROM WS-FIRST-DAY BY 1
003770                 UNTIL WS-DAY-SUB > WS-LAST-DAY
003780             PERFORM 3300-WRITE-ROW THRU 3300-WRITE-ROW-EXIT
003790         WHEN "HOLIDAY "
003800             PERFORM 3100-NEW-ROW-IMAGE THRU
003801                 3100-NEW-ROW-IMAGE-EXIT
003810             MOVE "H" TO CAL-NIGHT-TYPE
003820             PERFORM 3300-WRITE-ROW THRU 3300-WRITE-ROW-EXIT
003830         WHEN "BLACKOUT"
003840             PERFORM 3100-NEW-ROW-IMAGE THRU
003841                 3100-NEW-ROW-IMAGE-EXIT
003850             MOVE "B" TO CAL-NIGHT-TYPE
003860             PERFORM 3300-WRITE-ROW THRU 3300-WRITE-ROW-EXIT
003870         WHEN "ADDDAY  "
003880         WHEN "DROPDAY "
003890             IF WS-ROW-FOUND AND CAL-RUN-NIGHT
003900                 PERFORM 3200-SCHEDULE-ONE-DAY THRU
003910                     3200-SCHEDULE-ONE-DAY-EXIT
003920                     VARYING WS-DAY-SUB FROM WS-FIRST-DAY BY 1
003930                     UNTIL WS-DAY-SUB > WS-LAST-DAY
003940                 MOVE WS-START-DATE TO CAL-MAINT-DATE
003950                 MOVE TXN-KEYED-BY TO CAL-KEYED-BY
003960                 PERFORM 3300-WRITE-ROW THRU 3300-WRITE-ROW-EXIT
003970             ELSE
003980                 ADD 1 TO WS-CARD-PASSED
003990             END-IF
004000         WHEN "DELETE  "
004010             IF WS-ROW-FOUND
004020                 DELETE CALENDAR-FILE
004030                     INVALID KEY
004040                         DISPLAY "AOC-2020-CALMAINT NOTICE - ROW "
004050                             WS-CUR-DATE-X " NOT DELETED, STATUS "
004060                             WS-CALENDAR-STATUS
004070                     NOT INVALID KEY
004080                         ADD 1 TO WS-DELETE-COUNT
004090                         ADD 1 TO WS-CARD-NIGHTS
004100                 END-DELETE
004110             ELSE
004120                 ADD 1 TO WS-CARD-PASSED
004130             END-IF
004140     END-EVALUATE.
004150     PERFORM 3900-NEXT-DATE THRU 3900-NEXT-DATE-EXIT.
004160 3000-POST-ONE-DATE-EXIT.
004170     EXIT.
004180*
004190* RUN, HOLIDAY AND BLACKOUT REPLACE THE WHOLE ROW -- NO DAY IS
004200* LEFT SCHEDULED FROM WHATEVER THE DATE WAS BEFORE.
004210 3100-NEW-ROW-IMAGE.
004220     MOVE SPACES TO CALENDAR-RECORD.
004230     MOVE WS-CUR-DATE-X TO CAL-BUSINESS-DATE.
004240     MOVE ALL "N" TO CAL-SCHEDULE.
004250     MOVE TXN-DESCRIPTION TO CAL-DESCRIPTION.
004260     MOVE WS-START-DATE TO CAL-MAINT-DATE.
004270     MOVE TXN-KEYED-BY TO CAL-KEYED-BY.
004280 3100-NEW-ROW-IMAGE-EXIT.
004290     EXIT.
004300*
004310 3200-SCHEDULE-ONE-DAY.
004320     IF TXN-ACTION = "DROPDAY "
004330         MOVE "N" TO CAL-DAY-SW (WS-DAY-SUB)
004340     ELSE
004350         MOVE "Y" TO CAL-DAY-SW (WS-DAY-SUB)
004360     END-IF.
004370 3200-SCHEDULE-ONE-DAY-EXIT.
004380     EXIT.
004390*
004400 3300-WRITE-ROW.
004410     IF WS-ROW-FOUND
004420         REWRITE CALENDAR-RECORD
004430             INVALID KEY
004440                 DISPLAY "AOC-2020-CALMAINT NOTICE - ROW "
004450                     WS-CUR-DATE-X " NOT REWRITTEN, STATUS "
004460                     WS-CALENDAR-STATUS
004470             NOT INVALID KEY
004480                 ADD 1 TO WS-CHANGE-COUNT
004490                 ADD 1 TO WS-CARD-NIGHTS
004500         END-REWRITE
004510     ELSE
004520         WRITE CALENDAR-RECORD
004530             INVALID KEY
004540                 DISPLAY "AOC-2020-CALMAINT NOTICE - ROW "
004550                     WS-CUR-DATE-X " NOT WRITTEN, STATUS "
004560                     WS-CALENDAR-STATUS
004570             NOT INVALID KEY
004580                 ADD 1 TO WS-ADD-COUNT
004590                 ADD 1 TO WS-CARD-NIGHTS
004600         END-WRITE
004610     END-IF.
004620 3300-WRITE-ROW-EXIT.
004630     EXIT.
004640*
004650* ---------------------------------------------------------------
004660* 3900/3910 -- STEP THE POSTING DATE ONE CALENDAR DAY, ROLLING
004670* THE MONTH AND YEAR.  FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE
004680* BY 4, EXCEPT A CENTURY YEAR NOT DIVISIBLE BY 400.
004690* ---------------------------------------------------------------
004700 3900-NEXT-DATE.
004710     ADD 1 TO WS-CUR-DD.
004720     MOVE WS-CUR-YYYY TO WS-LEAP-YYYY.
004730     MOVE WS-CUR-MM TO WS-LEAP-MM.
004740     PERFORM 3910-MONTH-LENGTH THRU 3910-MONTH-LENGTH-EXIT.
004750     IF WS-CUR-DD > WS-MONTH-DAYS
004760         MOVE 1 TO WS-CUR-DD
004770         ADD 1 TO WS-CUR-MM
004780     END-IF.
004790     IF WS-CUR-MM > 12
004800         MOVE 1 TO WS-CUR-MM
004810         ADD 1 TO WS-CUR-YYYY
004820     END-IF.
004830 3900-NEXT-DATE-EXIT.
004840     EXIT.
004850*
004860 3910-MONTH-LENGTH.
004870     MOVE WS-MLT-DAYS (WS-LEAP-MM) TO WS-MONTH-DAYS.
004880     IF WS-LEAP-MM NOT = 2
004890         GO TO 3910-MONTH-LENGTH-EXIT
004900     END-IF.
004910     DIVIDE WS-LEAP-YYYY BY 4 GIVING WS-LEAP-QUOT
004920         REMAINDER WS-LEAP-REM4.
004930     DIVIDE WS-LEAP-YYYY BY 100 GIVING WS-LEAP-QUOT
004940         REMAINDER WS-LEAP-REM100.
004950     DIVIDE WS-LEAP-YYYY BY 400 GIVING WS-LEAP-QUOT
004960         REMAINDER WS-LEAP-REM400.
004970     IF WS-LEAP-REM4 = 0
004980         AND (WS-LEAP-REM100 NOT = 0 OR WS-LEAP-REM400 = 0)
004990         MOVE 29 TO WS-MONTH-DAYS
005000     END-IF.
005010 3910-MONTH-LENGTH-EXIT.
005020     EXIT.
005030*
005040* ---------------------------------------------------------------
005050* 4000 -- ONE CHANGE-REPORT LINE PER CARD: THE CARD AS KEYED,
005060* THEN WHAT IT DID OR WHY IT WAS REJECTED.
005070* ---------------------------------------------------------------
005080 4000-REPORT-CARD.
005090     MOVE SPACES TO WS-CHANGE-TEXT-LINE.
005100     MOVE TRANSACTION-CARD (1:40) TO WS-CHGT-LABEL.
005110     IF WS-CARD-INVALID
005120         STRING "REJECTED - " DELIMITED BY SIZE
005130             WS-REJECT-REASON DELIMITED BY SIZE
005140             INTO WS-CHGT-VALUE
005150         DISPLAY "AOC-2020-CALMAINT CARD REJECTED - "
005160             WS-REJECT-REASON
005170     ELSE
005180         MOVE WS-CARD-NIGHTS TO WS-ED-COUNT
005190         MOVE WS-CARD-PASSED TO WS-ED-PASSED
005200         STRING "ACCEPTED - " DELIMITED BY SIZE
005210             WS-ED-COUNT DELIMITED BY SIZE
005220             " DATES POSTED, " DELIMITED BY SIZE
005230             WS-ED-PASSED DELIMITED BY SIZE
005240             " PASSED OVER" DELIMITED BY SIZE
005250             INTO WS-CHGT-VALUE
005260     END-IF.
005270     WRITE CHANGE-REPORT-RECORD FROM WS-CHANGE-TEXT-LINE.
005280 4000-REPORT-CARD-EXIT.
005290     EXIT.
005300*
005310 8000-WRITE-TOTALS.
005320     MOVE SPACES TO CHANGE-REPORT-RECORD.
005330     WRITE CHANGE-REPORT-RECORD.
005340     MOVE SPACES TO WS-CHANGE-TEXT-LINE.
005350     MOVE "CALENDAR CARDS READ" TO WS-CHGT-LABEL.
005360     MOVE WS-CARD-COUNT TO WS-ED-COUNT.
005370     MOVE WS-ED-COUNT TO WS-CHGT-VALUE.
005380     WRITE CHANGE-REPORT-RECORD FROM WS-CHANGE-TEXT-LINE.
005390     MOVE SPACES TO WS-CHANGE-TEXT-LINE.
005400     MOVE "DATES ADDED" TO WS-CHGT-LABEL.
005410     MOVE WS-ADD-COUNT TO WS-ED-COUNT.
005420     MOVE WS-ED-COUNT TO WS-CHGT-VALUE.
005430     WRITE CHANGE-REPORT-RECORD FROM WS-CHANGE-TEXT-LINE.
005440     MOVE SPACES TO WS-CHANGE-TEXT-LINE.
005450     MOVE "DATES CHANGED" TO WS-CHGT-LABEL.
005460     MOVE WS-CHANGE-COUNT TO WS-ED-COUNT.
005470     MOVE WS-ED-COUNT TO WS-CHGT-VALUE.
005480     WRITE CHANGE-REPORT-RECORD FROM WS-CHANGE-TEXT-LINE.
005490     MOVE SPACES TO WS-CHANGE-TEXT-LINE.
005500     MOVE "DATES DELETED" TO WS-CHGT-LABEL.
005510     MOVE WS-DELETE-COUNT TO WS-ED-COUNT.
005520     MOVE WS-ED-COUNT TO WS-CHGT-VALUE.
005530     WRITE CHANGE-REPORT-RECORD FROM WS-CHANGE-TEXT-LINE.
005540     MOVE SPACES TO WS-CHANGE-TEXT-LINE.
005550     MOVE "CARDS REJECTED" TO WS-CHGT-LABEL.
005560     MOVE WS-REJECT-COUNT TO WS-ED-COUNT.
005570     MOVE WS-ED-COUNT TO WS-CHGT-VALUE.
005580     WRITE CHANGE-REPORT-RECORD FROM WS-CHANGE-TEXT-LINE.
005590     IF WS-REJECT-COUNT > 0
005600         MOVE 4 TO RETURN-CODE
005610     END-IF.
005620 8000-WRITE-TOTALS-EXIT.
005630     EXIT.
005640*
005650 8500-TERMINATE.
005660     CLOSE TRANSACTION-FILE.
005670     CLOSE CALENDAR-FILE.
005680     CLOSE CHANGE-REPORT-FILE.
005690 8500-TERMINATE-EXIT.
005700     EXIT.
005710*
005720* ---------------------------------------------------------------
005730* 9000 -- APPEND ONE LINE TO THE SHARED JOB-RUN AUDIT TRAIL.
005740* AUD-REC-COUNT CARRIES CARDS READ, AUD-SKIP-COUNT CARDS
005750* REJECTED AND AUD-EXCP-COUNT DATES DELETED.
005760* ---------------------------------------------------------------
005770 9000-WRITE-AUDIT-LOG.
005780     OPEN EXTEND AUDIT-FILE.
005790     IF WS-AUDIT-STATUS NOT = "00"
005800         OPEN OUTPUT AUDIT-FILE
005810     END-IF.
005820     MOVE SPACES TO WS-AUDIT-RECORD.
005830     MOVE WS-PROGRAM-MNEMONIC TO
005840         AUD-PROGRAM-ID OF WS-AUDIT-RECORD.
005850     MOVE WS-START-DATE TO AUD-RUN-DATE OF WS-AUDIT-RECORD.
005860     MOVE WS-START-TIME TO AUD-RUN-TIME OF WS-AUDIT-RECORD.
005870     MOVE WS-CARD-COUNT TO AUD-REC-COUNT OF WS-AUDIT-RECORD.
005880     MOVE WS-REJECT-COUNT TO AUD-SKIP-COUNT OF WS-AUDIT-RECORD.
005890     MOVE WS-DELETE-COUNT TO AUD-EXCP-COUNT OF WS-AUDIT-RECORD.
005900* AOC-2020-ELAPSE COMES BACK WITH ITS OWN (ZERO) RETURN-CODE
005910* REGISTER -- SAVE AND RESTORE THE CALLER'S AROUND THE CALL.
005920     MOVE RETURN-CODE TO WS-SAVED-RC.
005930     MOVE WS-START-TIME TO ELP-START-TIME.
005940     ACCEPT ELP-END-TIME FROM TIME.
005950     CALL "AOC-2020-ELAPSE" USING WS-ELAPSE-PARM.
005960     MOVE ELP-ELAPSED-SECS TO
005970         AUD-ELAPSED-SECS OF WS-AUDIT-RECORD.
005980     MOVE WS-SAVED-RC TO RETURN-CODE.
005990     MOVE RETURN-CODE TO AUD-RETURN-CODE OF WS-AUDIT-RECORD.
006000     IF RETURN-CODE > 4
006010         MOVE "FAILED  " TO
006020             AUD-COMPLETION-STATUS OF WS-AUDIT-RECORD
006030     ELSE
006040         MOVE "COMPLETE" TO
006050             AUD-COMPLETION-STATUS OF WS-AUDIT-RECORD
006060     END-IF.
006070     WRITE AUDIT-RECORD FROM WS-AUDIT-RECORD.
006080     CLOSE AUDIT-FILE.
006090* MIRROR THE ROW TO THE KEYED AUDIT MASTER THE DUPLICATE-RUN
006100* GUARDS READ (SEE CPAUDPRM).
006110     MOVE RETURN-CODE TO WS-SAVED-RC.
006120     MOVE "WRITE" TO AUP-FUNCTION.
006130     MOVE WS-AUDIT-RECORD TO AUP-AUDIT-ROW.
006140     CALL "AOC-2020-AUDIT" USING WS-AUDIT-PARM.
006150     MOVE WS-SAVED-RC TO RETURN-CODE.
006160 9000-WRITE-AUDIT-LOG-EXIT.
006170     EXIT.
006180*
006190 9999-EXIT.
006200     PERFORM 9000-WRITE-AUDIT-LOG THRU 9000-WRITE-AUDIT-LOG-EXIT.
006210     GOBACK.
