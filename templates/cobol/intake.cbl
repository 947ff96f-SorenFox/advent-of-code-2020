000010*-----------------------------------------------------------------
000020 IDENTIFICATION DIVISION.
000030     PROGRAM-ID. AOC-2020-INTAKE.
000040     AUTHOR. D HALVORSEN.
000050     INSTALLATION. ADVENT DATA PROCESSING CENTER.
000060     DATE-WRITTEN. 10/15/2026.
000070     DATE-COMPILED.
000080*-----------------------------------------------------------------
000090* MODIFICATION HISTORY.
000100*   DATE        INIT  DESCRIPTION
000110*   10/15/2026  DH    ORIGINAL.  INBOUND INTAKE STEP, RUN AHEAD
000120*                      OF THE STREAM SO A MISSING OR DAMAGED
000130*                      TRANSMISSION IS KNOWN WHILE THERE IS
000140*                      STILL TIME TO CHASE A RETRANSMISSION,
000150*                      NOT WHEN THE DISPATCHER REACHES THE DAY.
000160*                      READS THE NIGHT'S MANIFEST OF EXPECTED
000170*                      DAY INPUTS (INTMANDD, SEE CPINTMAN),
000180*                      OPENS EACH DATASET NAMED, AND COUNTS AND
000190*                      HASHES IT AGAINST ITS "T" TRAILER THE
000200*                      SAME WAY AOC-2020-BALANCE DOES.  EACH
000210*                      INPUT IS RECORDED IN THE KEYED RECEIPT
000220*                      REGISTER (RCPREGDD, SEE CPRCPREG) AND ON
000230*                      THE FIXED-LAYOUT ACKNOWLEDGMENT FILE FOR
000240*                      THE SENDER (INTACKDD, SEE CPINTACK) AS
000250*                      ACCEPTED, REJECTED OR MISSING.  MISSING
000260*                      AND REJECTED INPUTS ARE LISTED ON THE
000270*                      INTAKE REPORT (INTRPTDD) AND EACH RAISES
000280*                      A CRIT ALERT THROUGH AOC-2020-ALERT.
000290*                      RETURN CODES: 0 EVERYTHING ACCEPTED, 8
000300*                      ANY INPUT MISSING OR REJECTED, 16 ABEND.
000301*   10/15/2026  DH    EVENT-YEAR QUALIFIER.  A MANIFEST ROW WITH
000302*                      NO DATASET NAME DEFAULTS TO THE EVENT'S OWN
000303*                      INPUT DSN (INPUT.Y<YYYY>.DNN.TXT FOR ANY
000304*                      EVENT BUT 2020), THE RECEIPT REGISTER IS
000305*                      KEYED BY THE EVENT YEAR, AND THE AUDIT ROW
000306*                      CARRIES THE YEAR.
000310*-----------------------------------------------------------------
000320*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350     FILE-CONTROL.
000360         SELECT MANIFEST-FILE ASSIGN TO "INTMANDD"
000370             ORGANIZATION IS LINE SEQUENTIAL
000380             FILE STATUS IS WS-MANIFEST-STATUS.
000390         SELECT INTAKE-IN-FILE ASSIGN TO "INTAKEIN"
000400             ORGANIZATION IS LINE SEQUENTIAL
000410             FILE STATUS IS WS-INTAKE-IN-STATUS.
000420         SELECT RECEIPT-FILE ASSIGN TO "RCPREGDD"
000430             ORGANIZATION IS INDEXED
000440             ACCESS MODE IS DYNAMIC
000450             RECORD KEY IS RCP-KEY
000460             FILE STATUS IS WS-RECEIPT-STATUS.
000470         SELECT ACK-FILE ASSIGN TO "INTACKDD"
000480             ORGANIZATION IS LINE SEQUENTIAL
000490             FILE STATUS IS WS-ACK-STATUS.
000500         SELECT INTAKE-REPORT-FILE ASSIGN TO "INTRPTDD"
000510             ORGANIZATION IS LINE SEQUENTIAL
000520             FILE STATUS IS WS-REPORT-STATUS.
000530         SELECT AUDIT-FILE ASSIGN TO "AUDITDD"
000540             ORGANIZATION IS LINE SEQUENTIAL
000550             FILE STATUS IS WS-AUDIT-STATUS.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  MANIFEST-FILE.
000600     COPY CPINTMAN.
000610*
000620 FD  INTAKE-IN-FILE.
000630     COPY CPINPUT.
000640*
000650 FD  RECEIPT-FILE.
000660     COPY CPRCPREG.
000670*
000680 FD  ACK-FILE.
000690     COPY CPINTACK.
000700*
000710 FD  INTAKE-REPORT-FILE.
000720 01  INTAKE-REPORT-RECORD            PIC X(132).
000730*
000740 FD  AUDIT-FILE.
000750     COPY CPAUDIT.
000760*
000770 WORKING-STORAGE SECTION.
000780 01  WS-PROGRAM-MNEMONIC             PIC X(08) VALUE "AOC2INT ".
000790*
000800 01  WS-FILE-STATUSES.
000810     05  WS-MANIFEST-STATUS          PIC X(02) VALUE "00".
000820     05  WS-INTAKE-IN-STATUS         PIC X(02) VALUE "00".
000830     05  WS-RECEIPT-STATUS           PIC X(02) VALUE "00".
000840     05  WS-ACK-STATUS               PIC X(02) VALUE "00".
000850     05  WS-REPORT-STATUS            PIC X(02) VALUE "00".
000860     05  WS-AUDIT-STATUS             PIC X(02) VALUE "00".
000870*
000880 01  WS-SWITCHES.
000890     05  WS-MAN-EOF-SW               PIC X(01) VALUE "N".
000900         88  WS-MAN-EOF              VALUE "Y".
000910     05  WS-EOF-SW                   PIC X(01) VALUE "N".
000920         88  WS-EOF                  VALUE "Y".
000930     05  WS-HELD-SW                  PIC X(01) VALUE "N".
000940         88  WS-RECORD-HELD          VALUE "Y".
000950     05  WS-TRAILER-FOUND-SW         PIC X(01) VALUE "N".
000960         88  WS-TRAILER-FOUND        VALUE "Y".
000970*
000980 01  WS-COUNTERS.
000990     05  WS-SAVED-RC                 PIC 9(04) COMP VALUE 0.
001000     05  WS-MAN-REC-COUNT            PIC 9(05) COMP VALUE 0.
001010     05  WS-CHECKED-COUNT            PIC 9(05) COMP VALUE 0.
001020     05  WS-ACCEPTED-COUNT           PIC 9(05) COMP VALUE 0.
001030     05  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE 0.
001040     05  WS-MISSING-COUNT            PIC 9(05) COMP VALUE 0.
001050     05  WS-REC-COUNT                PIC 9(09) COMP VALUE 0.
001060     05  WS-HASH-TOTAL               PIC 9(13) COMP VALUE 0.
001070     05  WS-TRIM-LEN                 PIC 9(03) COMP VALUE 0.
001080*
001090 01  WS-RUN-TIMESTAMPS.
001100     05  WS-START-DATE               PIC X(08).
001110     05  WS-START-TIME               PIC X(08).
001120     05  WS-CREATED-DATE             PIC X(08).
001130*
001140 01  WS-DSN-NAME                     PIC X(44) VALUE SPACES.
001150 01  WS-DAY-NUM-ED                   PIC 99.
001151* "Y<YYYY>." FOR ANY EVENT BUT 2020 -- THE SAME QUALIFIER THE
001152* DISPATCHER PUTS ON THE DAY INPUT DSN.
001153 01  WS-YEAR-NODE                    PIC X(06) VALUE SPACES.
001160*
001170* ONE-RECORD LOOKAHEAD, AS IN AOC-2020-BALANCE -- ONLY THE
001180* FILE'S LAST LINE MAY BE THE TRANSMITTAL TRAILER.
001190 01  WS-INPUT.
001200     05  WS-INPUT-LINE-AREA          PIC X(300).
001210     05  WS-HELD-LINE-AREA           PIC X(300).
001220     05  WS-OVFL-SAVE-AREA           PIC X(300).
001230*
001240 01  WS-HELD-TRAILER-AREA REDEFINES WS-INPUT.
001250     05  WS-FILLER-CURRENT           PIC X(300).
001260     05  WS-HLD-RECORD-TYPE          PIC X(001).
001270     05  WS-HLD-RECORD-COUNT         PIC 9(09).
001280     05  WS-HLD-HASH-TOTAL           PIC 9(13).
001290     05  WS-HLD-FILLER               PIC X(277).
001300     05  WS-FILLER-OVFL              PIC X(300).
001310*
001320* THE INPUT NOW BEING CHECKED, AS IT GOES TO THE REGISTER, THE
001330* ACKNOWLEDGMENT AND THE REPORT.
001340 01  WS-RECEIPT-WORK.
001350     05  WS-ARRIVAL-STATUS           PIC X(08) VALUE SPACES.
001360     05  WS-DISPOSITION              PIC X(08) VALUE SPACES.
001370     05  WS-REASON-CODE              PIC X(02) VALUE SPACES.
001380     05  WS-REASON                   PIC X(30) VALUE SPACES.
001390     05  WS-TRAILER-COUNT            PIC 9(09) VALUE 0.
001400     05  WS-TRAILER-HASH             PIC 9(13) VALUE 0.
001410*
001420 01  WS-INTAKE-REPORT-LINE.
001430     05  WS-IRP-LABEL                PIC X(040).
001440     05  WS-IRP-VALUE                PIC X(092).
001450*
001460 01  WS-ED-COUNT                     PIC 9(09).
001470*
001480     COPY CPAUDIT REPLACING ==AUDIT-RECORD==
001490         BY ==WS-AUDIT-RECORD==.
001500*
001510     COPY CPELAPSE REPLACING ==ELAPSE-PARM==
001520         BY ==WS-ELAPSE-PARM==.
001530*
001540     COPY CPAUDPRM REPLACING ==AUDIT-PARM==
001550         BY ==WS-AUDIT-PARM==.
001560*
001570     COPY CPRUNDT REPLACING ==RUNDATE-PARM==
001580         BY ==WS-RUNDATE-PARM==.
001590*
001600     COPY CPALTPRM REPLACING ==ALERT-PARM==
001610         BY ==WS-ALERT-PARM==.
001620*
001630 PROCEDURE DIVISION.
001640 0000-MAINLINE.
001650     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001660     PERFORM 2000-READ-MANIFEST THRU 2000-READ-MANIFEST-EXIT
001670         UNTIL WS-MAN-EOF.
001680     PERFORM 7000-WRITE-TOTALS THRU 7000-WRITE-TOTALS-EXIT.
001690     PERFORM 8500-TERMINATE THRU 8500-TERMINATE-EXIT.
001700     GO TO 9999-EXIT.
001710*
001720* ---------------------------------------------------------------
001730* 1000-INITIALIZE -- OPEN THE FILES AND START THE ACKNOWLEDGMENT
001740* AND THE REPORT.  A MISSING MANIFEST IS AN ABEND: WITHOUT IT
001750* THERE IS NO WAY TO TELL A MISSING INPUT FROM ONE NOT DUE.
001760* THE RECEIPT REGISTER IS CREATED ON ITS FIRST USE.
001770* ---------------------------------------------------------------
001780 1000-INITIALIZE.
001790* THE RUN DATE COMES FROM THE SHARED BUSINESS-DATE
001800* SUBPROGRAM, SO AN AS-OF CATCH-UP RUN (AOCASOF, SEE
001810* CPRUNDT) LANDS UNDER THE NIGHT IT BELONGS TO.
001820     CALL "AOC-2020-RUNDATE" USING WS-RUNDATE-PARM.
001830     MOVE RND-RUN-DATE TO WS-START-DATE.
001831     IF RND-EVENT-YEAR NOT = "2020"
001832         STRING "Y" DELIMITED BY SIZE
001833             RND-EVENT-YEAR DELIMITED BY SIZE
001834             "." DELIMITED BY SIZE
001835             INTO WS-YEAR-NODE
001836     END-IF.
001840     ACCEPT WS-START-TIME FROM TIME.
001850     ACCEPT WS-CREATED-DATE FROM DATE YYYYMMDD.
001860     OPEN INPUT MANIFEST-FILE.
001870     IF WS-MANIFEST-STATUS NOT = "00"
001880         DISPLAY "AOC-2020-INTAKE ABEND - MANIFEST OPEN FAILED"
001890         DISPLAY "STATUS = " WS-MANIFEST-STATUS
001900         MOVE 16 TO RETURN-CODE
001910         GO TO 9999-EXIT
001920     END-IF.
001923* ONLY A REGISTER THAT IS NOT THERE (STATUS 35) IS CREATED; ANY
001926* OTHER OPEN FAILURE LEAVES IT AS IT IS RATHER THAN EMPTY IT.
001930     OPEN I-O RECEIPT-FILE.
001940     IF WS-RECEIPT-STATUS = "35"
001950         OPEN OUTPUT RECEIPT-FILE
001960     END-IF.
001970     IF WS-RECEIPT-STATUS NOT = "00"
001980         DISPLAY "AOC-2020-INTAKE ABEND - RECEIPT REGISTER OPEN"
001990             " FAILED"
002000         DISPLAY "STATUS = " WS-RECEIPT-STATUS
002010         MOVE 16 TO RETURN-CODE
002020         GO TO 9999-EXIT
002030     END-IF.
002040     OPEN OUTPUT ACK-FILE.
002050     IF WS-ACK-STATUS NOT = "00"
002060         DISPLAY "AOC-2020-INTAKE ABEND - INTACKDD OPEN FAILED"
002070         DISPLAY "STATUS = " WS-ACK-STATUS
002080         MOVE 16 TO RETURN-CODE
002090         GO TO 9999-EXIT
002100     END-IF.
002110     OPEN OUTPUT INTAKE-REPORT-FILE.
002120     IF WS-REPORT-STATUS NOT = "00"
002130         DISPLAY "AOC-2020-INTAKE ABEND - REPORT OPEN FAILED"
002140         DISPLAY "STATUS = " WS-REPORT-STATUS
002150         MOVE 16 TO RETURN-CODE
002160         GO TO 9999-EXIT
002170     END-IF.
002180     MOVE SPACES TO ACK-HEADER-RECORD.
002190     MOVE "H" TO ACK-HDR-RECORD-TYPE.
002200     MOVE WS-START-DATE TO ACK-HDR-RUN-DATE.
002210     MOVE WS-CREATED-DATE TO ACK-HDR-CREATED-DATE.
002220     MOVE WS-START-TIME TO ACK-HDR-CREATED-TIME.
002230     WRITE ACK-HEADER-RECORD.
002240     MOVE SPACES TO WS-INTAKE-REPORT-LINE.
002250     MOVE "AOC-2020-INTAKE INPUT RECEIPT REPORT" TO WS-IRP-LABEL.
002260     WRITE INTAKE-REPORT-RECORD FROM WS-INTAKE-REPORT-LINE.
002270     MOVE SPACES TO WS-INTAKE-REPORT-LINE.
002280     MOVE "RUN DATE" TO WS-IRP-LABEL.
002290     MOVE WS-START-DATE TO WS-IRP-VALUE.
002300     WRITE INTAKE-REPORT-RECORD FROM WS-INTAKE-REPORT-LINE.
002310 1000-INITIALIZE-EXIT.
002320     EXIT.
002330*
002340* ---------------------------------------------------------------
002350* 2000/2100 -- ONE MANIFEST ROW.  A ROW DATED FOR ANOTHER NIGHT
002360* IS NOT DUE TONIGHT; A ROW WITHOUT A VALID DAY NUMBER IS
002370* REPORTED AND IGNORED.
002380* ---------------------------------------------------------------
002390 2000-READ-MANIFEST.
002400     READ MANIFEST-FILE
002410         AT END MOVE "Y" TO WS-MAN-EOF-SW
002420         NOT AT END
002430             PERFORM 2100-CHECK-MANIFEST-ROW THRU
002440                 2100-CHECK-MANIFEST-ROW-EXIT
002450     END-READ.
002460 2000-READ-MANIFEST-EXIT.
002470     EXIT.
002480*
002490 2100-CHECK-MANIFEST-ROW.
002500     ADD 1 TO WS-MAN-REC-COUNT.
002510     IF MAN-RUN-DATE NOT = SPACES
002520         AND MAN-RUN-DATE NOT = WS-START-DATE
002530         GO TO 2100-CHECK-MANIFEST-ROW-EXIT
002540     END-IF.
002550     IF MAN-DAY-NUMBER NOT NUMERIC
002560         OR MAN-DAY-NUMBER < 1
002570         OR MAN-DAY-NUMBER > 25
002580         DISPLAY "AOC-2020-INTAKE WARNING - BAD MANIFEST ROW"
002590         DISPLAY "ROW IGNORED: " MANIFEST-RECORD
002600         GO TO 2100-CHECK-MANIFEST-ROW-EXIT
002610     END-IF.
002620     ADD 1 TO WS-CHECKED-COUNT.
002630     MOVE MAN-DAY-NUMBER TO WS-DAY-NUM-ED.
002640     MOVE MAN-DATASET-NAME TO WS-DSN-NAME.
002650     IF WS-DSN-NAME = SPACES
002651         STRING "INPUT." DELIMITED BY SIZE
002652             WS-YEAR-NODE DELIMITED BY SPACE
002653             "D" DELIMITED BY SIZE
002654             WS-DAY-NUM-ED DELIMITED BY SIZE
002680             ".TXT" DELIMITED BY SIZE
002690             INTO WS-DSN-NAME
002700     END-IF.
002710     PERFORM 3000-CHECK-ONE-INPUT THRU 3000-CHECK-ONE-INPUT-EXIT.
002720     PERFORM 4000-POST-RECEIPT THRU 4000-POST-RECEIPT-EXIT.
002730     PERFORM 4100-WRITE-ACK-DETAIL THRU
002735         4100-WRITE-ACK-DETAIL-EXIT.
002740     PERFORM 4200-REPORT-ONE-INPUT THRU
002745         4200-REPORT-ONE-INPUT-EXIT.
002750 2100-CHECK-MANIFEST-ROW-EXIT.
002760     EXIT.
002770*
002780* ---------------------------------------------------------------
002790* 3000 -- REPOINT INTAKEIN AT THE DATASET (THE SAME ENVIRONMENT-
002800* NAME OVERRIDE THE DISPATCHER USES FOR INPUTDD).  A DATASET
002810* THAT WILL NOT OPEN HAS NOT ARRIVED.
002820* ---------------------------------------------------------------
002830 3000-CHECK-ONE-INPUT.
002840     MOVE "N" TO WS-EOF-SW.
002850     MOVE "N" TO WS-HELD-SW.
002860     MOVE "N" TO WS-TRAILER-FOUND-SW.
002870     MOVE 0 TO WS-REC-COUNT.
002880     MOVE 0 TO WS-HASH-TOTAL.
002890     MOVE 0 TO WS-TRAILER-COUNT.
002900     MOVE 0 TO WS-TRAILER-HASH.
002910     MOVE SPACES TO WS-INPUT-LINE-AREA.
002920     MOVE SPACES TO WS-HELD-LINE-AREA.
002930     DISPLAY "DD_INTAKEIN" UPON ENVIRONMENT-NAME.
002940     DISPLAY WS-DSN-NAME UPON ENVIRONMENT-VALUE.
002950     OPEN INPUT INTAKE-IN-FILE.
002960     IF WS-INTAKE-IN-STATUS NOT = "00"
002970         MOVE "MISSING " TO WS-ARRIVAL-STATUS
002980         MOVE "MISSING " TO WS-DISPOSITION
002990         MOVE "01" TO WS-REASON-CODE
003000         MOVE "INPUT NOT RECEIVED" TO WS-REASON
003010         ADD 1 TO WS-MISSING-COUNT
003020         GO TO 3000-CHECK-ONE-INPUT-EXIT
003030     END-IF.
003040     MOVE "RECEIVED" TO WS-ARRIVAL-STATUS.
003050     PERFORM 3100-READ-AND-TALLY THRU 3100-READ-AND-TALLY-EXIT
003060         UNTIL WS-EOF.
003070     CLOSE INTAKE-IN-FILE.
003080     PERFORM 3500-VERIFY-TRAILER THRU 3500-VERIFY-TRAILER-EXIT.
003090     IF WS-DISPOSITION = "ACCEPTED"
003100         ADD 1 TO WS-ACCEPTED-COUNT
003110     ELSE
003120         ADD 1 TO WS-REJECTED-COUNT
003130     END-IF.
003140 3000-CHECK-ONE-INPUT-EXIT.
003150     EXIT.
003160*
003170* ---------------------------------------------------------------
003180* 3100/3200 -- READ WITH ONE-RECORD LOOKAHEAD.  WHEN A NEW LINE
003190* ARRIVES THE HELD LINE IS PROVEN NOT TO BE THE LAST AND IS
003200* COUNTED AND HASHED AS DATA.
003210* ---------------------------------------------------------------
003220 3100-READ-AND-TALLY.
003230     READ INTAKE-IN-FILE INTO WS-INPUT-LINE-AREA
003240         AT END MOVE "Y" TO WS-EOF-SW
003250         NOT AT END
003260             PERFORM 3200-HANDLE-RECORD THRU
003270                 3200-HANDLE-RECORD-EXIT
003280     END-READ.
003290 3100-READ-AND-TALLY-EXIT.
003300     EXIT.
003310*
003320 3200-HANDLE-RECORD.
003330     PERFORM 3300-CHECK-OVERFLOW THRU 3300-CHECK-OVERFLOW-EXIT.
003340     IF WS-RECORD-HELD
003350         PERFORM 3400-TALLY-HELD-RECORD THRU
003360             3400-TALLY-HELD-RECORD-EXIT
003370     END-IF.
003380     MOVE WS-INPUT-LINE-AREA TO WS-HELD-LINE-AREA.
003390     MOVE "Y" TO WS-HELD-SW.
003400 3200-HANDLE-RECORD-EXIT.
003410     EXIT.
003420*
003430* ---------------------------------------------------------------
003440* 3300/3310 -- A LINE LONGER THAN 300 BYTES READS BACK SPLIT
003450* (FILE STATUS "06") BUT WAS ONE TRANSMITTED LINE; DRAIN ITS
003460* CONTINUATIONS SO THE COUNT AND HASH SEE IT AS ONE.
003470* ---------------------------------------------------------------
003480 3300-CHECK-OVERFLOW.
003490     IF WS-INTAKE-IN-STATUS = "06"
003500         MOVE WS-INPUT-LINE-AREA TO WS-OVFL-SAVE-AREA
003510         PERFORM 3310-DRAIN-SPLIT-CONTINUATION THRU
003520             3310-DRAIN-SPLIT-CONTINUATION-EXIT
003530             UNTIL WS-EOF
003540             OR WS-INTAKE-IN-STATUS NOT = "06"
003550         MOVE WS-OVFL-SAVE-AREA TO WS-INPUT-LINE-AREA
003560     END-IF.
003570 3300-CHECK-OVERFLOW-EXIT.
003580     EXIT.
003590*
003600 3310-DRAIN-SPLIT-CONTINUATION.
003610     READ INTAKE-IN-FILE INTO WS-INPUT-LINE-AREA
003620         AT END MOVE "Y" TO WS-EOF-SW
003630     END-READ.
003640 3310-DRAIN-SPLIT-CONTINUATION-EXIT.
003650     EXIT.
003660*
003670 3400-TALLY-HELD-RECORD.
003680     ADD 1 TO WS-REC-COUNT.
003690     MOVE 300 TO WS-TRIM-LEN.
003700     PERFORM 3410-TRIM-ONE-BYTE THRU 3410-TRIM-ONE-BYTE-EXIT
003710         UNTIL WS-TRIM-LEN = 0
003720         OR WS-HELD-LINE-AREA (WS-TRIM-LEN:1) NOT = SPACE.
003730     ADD WS-TRIM-LEN TO WS-HASH-TOTAL.
003740 3400-TALLY-HELD-RECORD-EXIT.
003750     EXIT.
003760*
003770 3410-TRIM-ONE-BYTE.
003780     SUBTRACT 1 FROM WS-TRIM-LEN.
003790 3410-TRIM-ONE-BYTE-EXIT.
003800     EXIT.
003810*
003820* ---------------------------------------------------------------
003830* 3500 -- THE HELD LINE IS THE FILE'S LAST.  A WELL-FORMED "T"
003840* TRAILER IS COMPARED AGAINST THE TALLIES, WITH THE SAME
003850* REASONS AOC-2020-BALANCE GIVES ON BALSTAT.
003860* ---------------------------------------------------------------
003870 3500-VERIFY-TRAILER.
003880     MOVE "REJECTED" TO WS-DISPOSITION.
003890     IF NOT WS-RECORD-HELD
003900         MOVE "02" TO WS-REASON-CODE
003910         MOVE "EMPTY INPUT FILE" TO WS-REASON
003920         GO TO 3500-VERIFY-TRAILER-EXIT
003930     END-IF.
003940     IF WS-HLD-RECORD-TYPE = "T"
003950         AND WS-HLD-RECORD-COUNT NUMERIC
003960         AND WS-HLD-HASH-TOTAL NUMERIC
003970         MOVE "Y" TO WS-TRAILER-FOUND-SW
003980         MOVE WS-HLD-RECORD-COUNT TO WS-TRAILER-COUNT
003990         MOVE WS-HLD-HASH-TOTAL TO WS-TRAILER-HASH
004000     END-IF.
004010     IF NOT WS-TRAILER-FOUND
004020* NO TRAILER -- THE HELD LINE WAS DATA AFTER ALL.
004030         PERFORM 3400-TALLY-HELD-RECORD THRU
004040             3400-TALLY-HELD-RECORD-EXIT
004050         MOVE "03" TO WS-REASON-CODE
004060         MOVE "NO TRANSMITTAL TRAILER" TO WS-REASON
004070         GO TO 3500-VERIFY-TRAILER-EXIT
004080     END-IF.
004090     IF WS-TRAILER-COUNT NOT = WS-REC-COUNT
004100         MOVE "04" TO WS-REASON-CODE
004110         MOVE "RECORD COUNT OUT OF BALANCE" TO WS-REASON
004120         GO TO 3500-VERIFY-TRAILER-EXIT
004130     END-IF.
004140     IF WS-TRAILER-HASH NOT = WS-HASH-TOTAL
004150         MOVE "05" TO WS-REASON-CODE
004160         MOVE "HASH TOTAL OUT OF BALANCE" TO WS-REASON
004170         GO TO 3500-VERIFY-TRAILER-EXIT
004180     END-IF.
004190     MOVE "ACCEPTED" TO WS-DISPOSITION.
004200     MOVE "00" TO WS-REASON-CODE.
004210     MOVE "INPUT BALANCES TO TRAILER" TO WS-REASON.
004220 3500-VERIFY-TRAILER-EXIT.
004230     EXIT.
004240*
004250* ---------------------------------------------------------------
004260* 4000 -- POST THE INPUT TO THE RECEIPT REGISTER.  AN INTAKE
004270* RERUN AFTER A RETRANSMISSION REWRITES THE NIGHT'S ROW.
004280* ---------------------------------------------------------------
004290 4000-POST-RECEIPT.
004300     MOVE SPACES TO RECEIPT-RECORD.
004305     MOVE RND-EVENT-YEAR TO RCP-EVENT-YEAR.
004310     MOVE WS-START-DATE TO RCP-RUN-DATE.
004320     MOVE MAN-DAY-NUMBER TO RCP-DAY-NUMBER.
004330     ACCEPT RCP-CHECK-TIME FROM TIME.
004340     MOVE WS-DSN-NAME TO RCP-DATASET-NAME.
004350     MOVE WS-ARRIVAL-STATUS TO RCP-ARRIVAL-STATUS.
004360     MOVE WS-TRAILER-COUNT TO RCP-TRAILER-COUNT.
004370     MOVE WS-TRAILER-HASH TO RCP-TRAILER-HASH.
004380     MOVE WS-REC-COUNT TO RCP-COUNTED-LINES.
004390     MOVE WS-HASH-TOTAL TO RCP-COUNTED-HASH.
004400     IF WS-DISPOSITION = "ACCEPTED"
004410         MOVE "Y" TO RCP-BALANCED
004420     ELSE
004430         MOVE "N" TO RCP-BALANCED
004440     END-IF.
004450     MOVE WS-DISPOSITION TO RCP-DISPOSITION.
004460     MOVE WS-REASON-CODE TO RCP-REASON-CODE.
004470     MOVE WS-REASON TO RCP-REASON.
004480     WRITE RECEIPT-RECORD
004490         INVALID KEY
004500             REWRITE RECEIPT-RECORD
004510                 INVALID KEY
004520                     DISPLAY "AOC-2020-INTAKE NOTICE - RECEIPT"
004530                         " ROW NOT POSTED, STATUS "
004540                         WS-RECEIPT-STATUS
004550             END-REWRITE
004560     END-WRITE.
004570 4000-POST-RECEIPT-EXIT.
004580     EXIT.
004590*
004600* 4100 -- THE ACKNOWLEDGMENT CARRIES THE LINES AND HASH AS WE
004610* COUNTED THEM, SO THE SENDER CAN SEE HOW A REJECTED FILE
004620* DIFFERS FROM THE TRAILER IT SENT.
004630 4100-WRITE-ACK-DETAIL.
004640     MOVE SPACES TO ACK-DETAIL-RECORD.
004650     MOVE "D" TO ACK-DTL-RECORD-TYPE.
004660     MOVE MAN-DAY-NUMBER TO ACK-DTL-DAY-NUMBER.
004670     MOVE WS-DSN-NAME TO ACK-DTL-DATASET-NAME.
004680     MOVE WS-DISPOSITION TO ACK-DTL-DISPOSITION.
004690     MOVE WS-REASON-CODE TO ACK-DTL-REASON-CODE.
004700     MOVE WS-REC-COUNT TO ACK-DTL-LINE-COUNT.
004710     MOVE WS-HASH-TOTAL TO ACK-DTL-HASH-TOTAL.
004720     WRITE ACK-DETAIL-RECORD.
004730 4100-WRITE-ACK-DETAIL-EXIT.
004740     EXIT.
004750*
004760* ---------------------------------------------------------------
004770* 4200 -- ONE REPORT LINE PER INPUT.  A MISSING OR REJECTED
004780* INPUT ALSO RAISES A CRIT ALERT SO THE ON-CALL CAN ASK FOR A
004790* RETRANSMISSION BEFORE THE WINDOW OPENS.
004800* ---------------------------------------------------------------
004810 4200-REPORT-ONE-INPUT.
004820     MOVE SPACES TO WS-INTAKE-REPORT-LINE.
004830     STRING "DAY " DELIMITED BY SIZE
004840         WS-DAY-NUM-ED DELIMITED BY SIZE
004850         " " DELIMITED BY SIZE
004860         WS-DISPOSITION DELIMITED BY SIZE
004870         INTO WS-IRP-LABEL.
004880     MOVE WS-REC-COUNT TO WS-ED-COUNT.
004890     STRING WS-DSN-NAME DELIMITED BY SPACE
004900         " - " DELIMITED BY SIZE
004910         WS-REASON DELIMITED BY SIZE
004920         " - LINES " DELIMITED BY SIZE
004930         WS-ED-COUNT DELIMITED BY SIZE
004940         INTO WS-IRP-VALUE.
004950     WRITE INTAKE-REPORT-RECORD FROM WS-INTAKE-REPORT-LINE.
004960     IF WS-DISPOSITION = "ACCEPTED"
004970         GO TO 4200-REPORT-ONE-INPUT-EXIT
004980     END-IF.
004990     DISPLAY "AOC-2020-INTAKE DAY " WS-DAY-NUM-ED " "
005000         WS-DISPOSITION " - " WS-REASON.
005010     MOVE WS-START-DATE TO ALP-RUN-DATE.
005020     MOVE WS-PROGRAM-MNEMONIC TO ALP-PROGRAM-ID.
005030     MOVE "CRIT" TO ALP-SEVERITY.
005040     IF WS-DISPOSITION = "MISSING "
005050         MOVE "INPUT-MISSING   " TO ALP-ALERT-TYPE
005060     ELSE
005070         MOVE "INPUT-REJECTED  " TO ALP-ALERT-TYPE
005080     END-IF.
005090     MOVE SPACES TO ALP-ALERT-TEXT.
005100     STRING "DAY " DELIMITED BY SIZE
005110         WS-DAY-NUM-ED DELIMITED BY SIZE
005120         " " DELIMITED BY SIZE
005130         WS-REASON DELIMITED BY SIZE
005140         INTO ALP-ALERT-TEXT.
005150     CALL "AOC-2020-ALERT" USING WS-ALERT-PARM.
005160 4200-REPORT-ONE-INPUT-EXIT.
005170     EXIT.
005180*
005190* ---------------------------------------------------------------
005200* 7000 -- CLOSE THE ACKNOWLEDGMENT WITH ITS TRAILER, TOTAL THE
005210* REPORT AND SET THE STEP'S RETURN CODE (AFTER THE LAST ALERT
005220* CALL, WHICH COMES BACK WITH ITS OWN ZERO CODE).
005230* ---------------------------------------------------------------
005240 7000-WRITE-TOTALS.
005250     MOVE SPACES TO ACK-TRAILER-RECORD.
005260     MOVE "T" TO ACK-TRL-RECORD-TYPE.
005270     MOVE WS-CHECKED-COUNT TO ACK-TRL-DETAIL-COUNT.
005280     MOVE WS-ACCEPTED-COUNT TO ACK-TRL-ACCEPTED-COUNT.
005290     MOVE WS-REJECTED-COUNT TO ACK-TRL-REJECTED-COUNT.
005300     MOVE WS-MISSING-COUNT TO ACK-TRL-MISSING-COUNT.
005310     WRITE ACK-TRAILER-RECORD.
005320     MOVE SPACES TO WS-INTAKE-REPORT-LINE.
005330     MOVE "INPUTS EXPECTED TONIGHT" TO WS-IRP-LABEL.
005340     MOVE WS-CHECKED-COUNT TO WS-ED-COUNT.
005350     MOVE WS-ED-COUNT TO WS-IRP-VALUE.
005360     WRITE INTAKE-REPORT-RECORD FROM WS-INTAKE-REPORT-LINE.
005370     MOVE SPACES TO WS-INTAKE-REPORT-LINE.
005380     MOVE "INPUTS ACCEPTED" TO WS-IRP-LABEL.
005390     MOVE WS-ACCEPTED-COUNT TO WS-ED-COUNT.
005400     MOVE WS-ED-COUNT TO WS-IRP-VALUE.
005410     WRITE INTAKE-REPORT-RECORD FROM WS-INTAKE-REPORT-LINE.
005420     MOVE SPACES TO WS-INTAKE-REPORT-LINE.
005430     MOVE "INPUTS REJECTED" TO WS-IRP-LABEL.
005440     MOVE WS-REJECTED-COUNT TO WS-ED-COUNT.
005450     MOVE WS-ED-COUNT TO WS-IRP-VALUE.
005460     WRITE INTAKE-REPORT-RECORD FROM WS-INTAKE-REPORT-LINE.
005470     MOVE SPACES TO WS-INTAKE-REPORT-LINE.
005480     MOVE "INPUTS MISSING" TO WS-IRP-LABEL.
005490     MOVE WS-MISSING-COUNT TO WS-ED-COUNT.
005500     MOVE WS-ED-COUNT TO WS-IRP-VALUE.
005510     WRITE INTAKE-REPORT-RECORD FROM WS-INTAKE-REPORT-LINE.
005520     DISPLAY "AOC-2020-INTAKE " WS-CHECKED-COUNT " EXPECTED, "
005530         WS-ACCEPTED-COUNT " ACCEPTED, " WS-REJECTED-COUNT
005540         " REJECTED, " WS-MISSING-COUNT " MISSING".
005550     IF WS-REJECTED-COUNT > 0 OR WS-MISSING-COUNT > 0
005560         MOVE 8 TO RETURN-CODE
005570     ELSE
005580         MOVE 0 TO RETURN-CODE
005590     END-IF.
005600 7000-WRITE-TOTALS-EXIT.
005610     EXIT.
005620*
005630 8500-TERMINATE.
005640     CLOSE MANIFEST-FILE.
005650     CLOSE RECEIPT-FILE.
005660     CLOSE ACK-FILE.
005670     CLOSE INTAKE-REPORT-FILE.
005680 8500-TERMINATE-EXIT.
005690     EXIT.
005700*
005710* ---------------------------------------------------------------
005720* 9000 -- APPEND ONE LINE TO THE SHARED JOB-RUN AUDIT TRAIL.
005730* AUD-REC-COUNT CARRIES INPUTS EXPECTED, AUD-SKIP-COUNT INPUTS
005740* MISSING AND AUD-EXCP-COUNT INPUTS REJECTED.  A MISSING OR
005750* REJECTED INPUT IS THE SENDER'S PROBLEM, NOT A FAILURE OF THE
005760* STEP -- ONLY AN ABEND IS A FAILED ROW.
005770* ---------------------------------------------------------------
005780 9000-WRITE-AUDIT-LOG.
005790     OPEN EXTEND AUDIT-FILE.
005800     IF WS-AUDIT-STATUS NOT = "00"
005810         OPEN OUTPUT AUDIT-FILE
005820     END-IF.
005830     MOVE SPACES TO WS-AUDIT-RECORD.
005840     MOVE WS-PROGRAM-MNEMONIC TO
005850         AUD-PROGRAM-ID OF WS-AUDIT-RECORD.
005860     MOVE WS-START-DATE TO AUD-RUN-DATE OF WS-AUDIT-RECORD.
005861     MOVE RND-EVENT-YEAR TO AUD-EVENT-YEAR OF WS-AUDIT-RECORD.
005870     MOVE WS-START-TIME TO AUD-RUN-TIME OF WS-AUDIT-RECORD.
005880     MOVE WS-CHECKED-COUNT TO AUD-REC-COUNT OF WS-AUDIT-RECORD.
005890     MOVE WS-MISSING-COUNT TO AUD-SKIP-COUNT OF WS-AUDIT-RECORD.
005900     MOVE WS-REJECTED-COUNT TO AUD-EXCP-COUNT OF WS-AUDIT-RECORD.
005910* AOC-2020-ELAPSE COMES BACK WITH ITS OWN (ZERO) RETURN-CODE
005920* REGISTER -- SAVE AND RESTORE THE CALLER'S AROUND THE CALL.
005930     MOVE RETURN-CODE TO WS-SAVED-RC.
005940     MOVE WS-START-TIME TO ELP-START-TIME.
005950     ACCEPT ELP-END-TIME FROM TIME.
005960     CALL "AOC-2020-ELAPSE" USING WS-ELAPSE-PARM.
005970     MOVE ELP-ELAPSED-SECS TO
005980         AUD-ELAPSED-SECS OF WS-AUDIT-RECORD.
005990     MOVE WS-SAVED-RC TO RETURN-CODE.
006000     MOVE RETURN-CODE TO AUD-RETURN-CODE OF WS-AUDIT-RECORD.
006010     IF RETURN-CODE > 8
006020         MOVE "FAILED  " TO
006030             AUD-COMPLETION-STATUS OF WS-AUDIT-RECORD
006040     ELSE
006050         MOVE "COMPLETE" TO
006060             AUD-COMPLETION-STATUS OF WS-AUDIT-RECORD
006070     END-IF.
006080     WRITE AUDIT-RECORD FROM WS-AUDIT-RECORD.
006090     CLOSE AUDIT-FILE.
006100* MIRROR THE ROW TO THE KEYED AUDIT MASTER THE DUPLICATE-RUN
006110* GUARDS READ (SEE CPAUDPRM).
006120     MOVE RETURN-CODE TO WS-SAVED-RC.
006130     MOVE "WRITE" TO AUP-FUNCTION.
006140     MOVE WS-AUDIT-RECORD TO AUP-AUDIT-ROW.
006150     CALL "AOC-2020-AUDIT" USING WS-AUDIT-PARM.
006160     MOVE WS-SAVED-RC TO RETURN-CODE.
006170 9000-WRITE-AUDIT-LOG-EXIT.
006180     EXIT.
006190*
006200 9999-EXIT.
006210     PERFORM 9000-WRITE-AUDIT-LOG THRU 9000-WRITE-AUDIT-LOG-EXIT.
006220     GOBACK.
