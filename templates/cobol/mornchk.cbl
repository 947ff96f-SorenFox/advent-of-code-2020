000268*                      GO/NO-GO DECISION.  AN ALERT OPERATIONS
000269*                      HAS ALREADY ACKNOWLEDGED NO LONGER TURNS
000270*                      THE NIGHT.
000271*   10/15/2026  DH    THE NIGHT SUMMARY NOW CARRIES THE
000272*                      DISPATCHER'S RUN NOTE (AUD-RUN-NOTE ON
000273*                      THE AOC2DRV ROW, SEE CPAUDIT), SO A NIGHT
000274*                      RESUMED BY A RESTART SUBMISSION READS AS
000275*                      RESUMED, NOT AS A CLEAN SINGLE PASS.
000276*   10/15/2026  DH    THE BALSTAT LAYOUT NOW COMES FROM COPYBOOK
000277*                      CPBALST (ROWS CARRY THE INPUT TOTALS).
000278*   10/15/2026  DH    THE DISPATCHER'S RUN NOTE IS NOW 70 BYTES
000279*                      (IT ALSO LISTS THE OPERATOR COMMANDS THE
000280*                      STREAM ACTED ON).
000281*   10/15/2026  DH    EVENT-YEAR QUALIFIER.  THE CHECKOUT IS FOR
000282*                      ONE EVENT (AOC-2020-RUNDATE, FROM AOCYEAR):
000283*                      ONLY AUDIT ROWS AND RECONCILIATION SECTIONS
000284*                      OF THAT EVENT YEAR FILL THE DAY SLOTS AND
000285*                      THE DISPATCHER LINE -- A ROW OR SECTION
000286*                      WITHOUT A YEAR IS 2020 -- THE REPORT
000287*                      HEADING SHOWS THE YEAR, AND THE AUDIT ROW
000288*                      CARRIES IT.
000289*-----------------------------------------------------------------
000290*
000291 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310     FILE-CONTROL.
000320         SELECT AUDIT-FILE ASSIGN TO "AUDITDD"
000540     COPY CPAUDIT.
000550*
000560 FD  BALANCE-STATUS-FILE.
000570     COPY CPBALST.
000630*
000640 FD  RECON-REPORT-FILE.
000650 01  RECON-RECORD                    PIC X(132).
001390     05  WS-NOGO-SUB                 PIC 9(05) COMP VALUE 0.
001400     05  WS-ALERT-SUB                PIC 9(05) COMP VALUE 0.
001410     05  WS-WORK-DAY-NUM             PIC 9(02) VALUE 0.
001411     05  WS-AUD-ROW-YEAR             PIC X(04) VALUE "2020".
001420*
001430 77  WS-NOGO-MAX                     PIC 9(05) COMP VALUE 25.
001440 77  WS-ALERT-MAX                    PIC 9(05) COMP VALUE 50.
001650     05  WS-DRV-DAYS-NOT-RUN         PIC 9(09) VALUE 0.
001660     05  WS-DRV-DAYS-FAILED          PIC 9(09) VALUE 0.
001670     05  WS-DRV-RETURN-CODE          PIC 9(04) VALUE 0.
001671     05  WS-DRV-RUN-NOTE             PIC X(70) VALUE SPACES.
001680*
001690 01  WS-NOGO-REASON-TABLE.
001700     05  WS-NOGO-REASON              PIC X(30)
001750         OCCURS 50 TIMES.
001760*
001770* THE RECONCILIATION REPORT IS A LABEL/VALUE LISTING, ONE
001771* SECTION PER RECONCILED DAY; THE CURRENT SECTION'S DAY NUMBER,
001772* RUN DATE AND EVENT YEAR ARE HELD HERE UNTIL ITS STATUS LINE
001773* ARRIVES.  A SECTION WRITTEN BEFORE THE EVENT YEAR LINE
001774* EXISTED HAS NONE, AND IS 2020.
001775 01  WS-RECON-SECTION.
001776     05  WS-RCN-CUR-DAY              PIC 9(02) VALUE 0.
001777     05  WS-RCN-CUR-DATE             PIC X(08) VALUE SPACES.
001778     05  WS-RCN-CUR-YEAR             PIC X(04) VALUE "2020".
001830*
001840 01  WS-CHECKOUT-DETAIL-LINE.
001850     05  FILLER                      PIC X(04) VALUE "DAY ".
003120     IF AUD-RUN-DATE OF AUDIT-RECORD NOT = WS-START-DATE
003130         GO TO 2100-TEST-ONE-AUDIT-ROW-EXIT
003140     END-IF.
003141* ONLY THIS EVENT'S ROWS -- A ROW WITHOUT A YEAR IS 2020.
003142     MOVE "2020" TO WS-AUD-ROW-YEAR.
003143     IF AUD-EVENT-YEAR OF AUDIT-RECORD NUMERIC
003144         MOVE AUD-EVENT-YEAR OF AUDIT-RECORD TO WS-AUD-ROW-YEAR
003145     END-IF.
003146     IF WS-AUD-ROW-YEAR NOT = RND-EVENT-YEAR
003147         GO TO 2100-TEST-ONE-AUDIT-ROW-EXIT
003148     END-IF.
003150     ADD 1 TO WS-AUD-ROW-COUNT.
003160     IF AUD-PROGRAM-ID OF AUDIT-RECORD = "AOC2DRV "
003170         MOVE "Y" TO WS-DRV-SEEN-SW
003240             TO WS-DRV-DAYS-FAILED
003250         MOVE AUD-RETURN-CODE OF AUDIT-RECORD
003260             TO WS-DRV-RETURN-CODE
003261         MOVE AUD-RUN-NOTE OF AUDIT-RECORD TO WS-DRV-RUN-NOTE
003270         GO TO 2100-TEST-ONE-AUDIT-ROW-EXIT
003280     END-IF.
003290     IF AUD-PROGRAM-ID OF AUDIT-RECORD (1:5) NOT = "AOC2D"
003850*
003860* ---------------------------------------------------------------
003870* 4000/4100 -- WALK THE APPENDED RECONCILIATION REPORT.  EACH
003871* SECTION CARRIES ITS DAY NUMBER, RUN DATE AND EVENT YEAR AHEAD
003872* OF ITS STATUS LINE; ONLY SECTIONS DATED TONIGHT FOR THIS
003873* EVENT FILL A DAY SLOT.
003900* ---------------------------------------------------------------
003910 4000-SCAN-RECON-REPORT.
003920     READ RECON-REPORT-FILE
004050         ELSE
004060             MOVE 0 TO WS-RCN-CUR-DAY
004070         END-IF
004071         MOVE "2020" TO WS-RCN-CUR-YEAR
004080         GO TO 4100-TEST-ONE-RECON-LINE-EXIT
004090     END-IF.
004100     IF RECON-RECORD (1:8) = "RUN DATE"
004110         MOVE RECON-RECORD (41:8) TO WS-RCN-CUR-DATE
004120         GO TO 4100-TEST-ONE-RECON-LINE-EXIT
004130     END-IF.
004131     IF RECON-RECORD (1:10) = "EVENT YEAR"
004132         IF RECON-RECORD (41:4) NUMERIC
004133             MOVE RECON-RECORD (41:4) TO WS-RCN-CUR-YEAR
004134         END-IF
004135         GO TO 4100-TEST-ONE-RECON-LINE-EXIT
004136     END-IF.
004140     IF RECON-RECORD (1:21) NOT = "RECONCILIATION STATUS"
004150         GO TO 4100-TEST-ONE-RECON-LINE-EXIT
004160     END-IF.
004170     IF WS-RCN-CUR-DATE NOT = WS-START-DATE
004171         OR WS-RCN-CUR-YEAR NOT = RND-EVENT-YEAR
004180         GO TO 4100-TEST-ONE-RECON-LINE-EXIT
004190     END-IF.
004200     IF WS-RCN-CUR-DAY < 1 OR WS-RCN-CUR-DAY > 25
004790     MOVE "NIGHT OF" TO WS-CHKT-LABEL.
004800     MOVE WS-START-DATE TO WS-CHKT-VALUE.
004810     WRITE CHECKOUT-RECORD FROM WS-CHECKOUT-TEXT-LINE.
004811     MOVE SPACES TO WS-CHECKOUT-TEXT-LINE.
004812     MOVE "EVENT YEAR" TO WS-CHKT-LABEL.
004813     MOVE RND-EVENT-YEAR TO WS-CHKT-VALUE.
004814     WRITE CHECKOUT-RECORD FROM WS-CHECKOUT-TEXT-LINE.
004820     MOVE SPACES TO CHECKOUT-RECORD.
004830     WRITE CHECKOUT-RECORD.
004840     MOVE SPACES TO CHECKOUT-RECORD.
005310         WS-DRV-DAYS-FAILED DELIMITED BY SIZE
005320         INTO WS-CHKT-VALUE.
005330     WRITE CHECKOUT-RECORD FROM WS-CHECKOUT-TEXT-LINE.
005331     MOVE SPACES TO WS-CHECKOUT-TEXT-LINE.
005332     MOVE "DISPATCHER RUN NOTE" TO WS-CHKT-LABEL.
005333     IF WS-DRV-RUN-NOTE = SPACES
005334         MOVE "NONE - SINGLE PASS" TO WS-CHKT-VALUE
005335     ELSE
005336         MOVE WS-DRV-RUN-NOTE TO WS-CHKT-VALUE
005337     END-IF.
005338     WRITE CHECKOUT-RECORD FROM WS-CHECKOUT-TEXT-LINE.
005340     MOVE SPACES TO WS-CHECKOUT-TEXT-LINE.
005350     MOVE "BALANCE GO DAYS TONIGHT" TO WS-CHKT-LABEL.
005360     MOVE WS-BAL-GO-COUNT TO WS-CHKT-VALUE.
006500     MOVE WS-PROGRAM-MNEMONIC TO
006510         AUD-PROGRAM-ID OF WS-AUDIT-RECORD.
006520     MOVE WS-START-DATE TO AUD-RUN-DATE OF WS-AUDIT-RECORD.
006521     MOVE RND-EVENT-YEAR TO AUD-EVENT-YEAR OF WS-AUDIT-RECORD.
006530     MOVE WS-START-TIME TO AUD-RUN-TIME OF WS-AUDIT-RECORD.
006540     MOVE WS-AUD-ROW-COUNT TO AUD-REC-COUNT OF WS-AUDIT-RECORD.
006550     MOVE WS-PENDING-COUNT TO AUD-SKIP-COUNT OF WS-AUDIT-RECORD.
