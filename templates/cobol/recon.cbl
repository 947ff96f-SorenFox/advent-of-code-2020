000332*                      AOC-2020-RUNDATE SUBPROGRAM SO AN AS-OF
000333*                      CATCH-UP RUN (AOCASOF, SEE CPRUNDT) LANDS
000334*                      UNDER THE NIGHT IT BELONGS TO.
000335*   10/15/2026  DH    EVERY NIGHT'S ANSWERS NOW ALSO GO TO THE
000336*                      KEYED ANSWER HISTORY MASTER (ANSHSTDD,
000337*                      SEE CPANSHST) BY DAY, PART AND RUN DATE,
000338*                      WITH THE INPUT'S LINE COUNT AND HASH
000339*                      TOTAL FROM BALSTAT.  BEFORE POSTING, EACH
000340*                      PART IS CHECKED AGAINST EARLIER NIGHTS:
000341*                      THE SAME INPUT COUNT AND HASH WITH A
000342*                      DIFFERENT ANSWER MEANS THE DAY PROGRAM IS
000343*                      NOT DETERMINISTIC, AND RAISES A CRIT
000344*                      ALERT WHETHER OR NOT AN EXPECTED VALUE IS
000345*                      KEYED.  THE RETURN CODE STILL REFLECTS
000346*                      THE RECONCILIATION ALONE.
000347*   10/15/2026  DH    EVENT-YEAR QUALIFIER.  ONLY ANSWER-MASTER
000348*                      ROWS OF THE STREAM'S OWN EVENT YEAR
000349*                      (AOC-2020-RUNDATE, FROM AOCYEAR) ARE
000350*                      CONSIDERED (NO YEAR = 2020), ANSWER
000351*                      HISTORY ROWS ARE KEYED BY THE YEAR, EACH
000352*                      REPORT SECTION CARRIES AN EVENT YEAR LINE
000353*                      AND THE AUDIT ROW CARRIES THE YEAR.
000354*-----------------------------------------------------------------
000355*
000356 ENVIRONMENT DIVISION.
000357 INPUT-OUTPUT SECTION.
000360     FILE-CONTROL.
000370         SELECT ANSWER-FILE ASSIGN TO "ANSMSTDD"
000380             ORGANIZATION IS LINE SEQUENTIAL
000430         SELECT RECON-REPORT-FILE ASSIGN TO "RECONDD"
000440             ORGANIZATION IS LINE SEQUENTIAL
000450             FILE STATUS IS WS-RECON-REPORT-STATUS.
000451         SELECT BALANCE-STATUS-FILE ASSIGN TO "BALSTAT"
000452             ORGANIZATION IS LINE SEQUENTIAL
000453             FILE STATUS IS WS-BALANCE-STATUS.
000454         SELECT ANSWER-HISTORY-FILE ASSIGN TO "ANSHSTDD"
000455             ORGANIZATION IS INDEXED
000456             ACCESS MODE IS DYNAMIC
000457             RECORD KEY IS AHS-KEY
000458             FILE STATUS IS WS-HISTORY-STATUS.
000460         SELECT AUDIT-FILE ASSIGN TO "AUDITDD"
000470             ORGANIZATION IS LINE SEQUENTIAL
000480             FILE STATUS IS WS-AUDIT-STATUS.
000580 FD  RECON-REPORT-FILE.
000590 01  RECON-RECORD                    PIC X(132).
000600*
000601 FD  BALANCE-STATUS-FILE.
000602     COPY CPBALST.
000603*
000604 FD  ANSWER-HISTORY-FILE.
000605     COPY CPANSHST.
000606*
000610 FD  AUDIT-FILE.
000620     COPY CPAUDIT.
000630*
000680     05  WS-ANSWER-STATUS            PIC X(02) VALUE "00".
000690     05  WS-PROCESSED-STATUS         PIC X(02) VALUE "00".
000700     05  WS-RECON-REPORT-STATUS      PIC X(02) VALUE "00".
000701     05  WS-BALANCE-STATUS           PIC X(02) VALUE "00".
000702     05  WS-HISTORY-STATUS           PIC X(02) VALUE "00".
000710     05  WS-AUDIT-STATUS             PIC X(02) VALUE "00".
000720*
000730 01  WS-SWITCHES.
000840         88  WS-NORM-ENDED           VALUE "Y".
000841     05  WS-NORM-SEEN-SW             PIC X(01) VALUE "N".
000842         88  WS-NORM-DIGIT-SEEN      VALUE "Y".
000843     05  WS-BAL-EOF-SW               PIC X(01) VALUE "N".
000844         88  WS-BAL-EOF              VALUE "Y".
000845     05  WS-INPUT-KNOWN-SW           PIC X(01) VALUE "N".
000846         88  WS-INPUT-KNOWN          VALUE "Y".
000847     05  WS-HISTORY-OPEN-SW          PIC X(01) VALUE "N".
000848         88  WS-HISTORY-OPEN         VALUE "Y".
000849     05  WS-HST-EOF-SW               PIC X(01) VALUE "N".
000850         88  WS-HST-EOF              VALUE "Y".
000851     05  WS-NONDET-SW                PIC X(01) VALUE "N".
000852         88  WS-NONDET-FOUND         VALUE "Y".
000853*
000854 01  WS-COUNTERS.
000860     05  WS-SAVED-RC                 PIC 9(04) COMP VALUE 0.
000870     05  WS-OUT-REC-COUNT            PIC 9(09) COMP VALUE 0.
000880     05  WS-ANS-REC-COUNT            PIC 9(09) COMP VALUE 0.
000881     05  WS-NONDET-COUNT             PIC 9(05) COMP VALUE 0.
000890*
000900 01  WS-RUN-TIMESTAMPS.
000910     05  WS-START-DATE               PIC X(08).
000970     05  WS-ACTUAL-PART1             PIC X(20) VALUE SPACES.
000971     05  WS-ACTUAL-PART2             PIC X(20) VALUE SPACES.
000980     05  WS-RECON-STATUS             PIC X(17) VALUE SPACES.
000981     05  WS-ANS-ROW-YEAR             PIC X(04) VALUE "2020".
000982*
000983* TONIGHT'S INPUT TOTALS (LATEST BALSTAT ROW FOR THE RUN DATE)
000984* AND THE PART NOW BEING CHECKED AND POSTED TO THE HISTORY.
000985 01  WS-HISTORY-WORK.
000986     05  WS-INPUT-COUNT              PIC 9(09) VALUE 0.
000987     05  WS-INPUT-HASH               PIC 9(13) VALUE 0.
000988     05  WS-HST-PART                 PIC 9(01) VALUE 0.
000989     05  WS-HST-ANSWER               PIC X(20) VALUE SPACES.
000990     05  WS-NONDET-DATE              PIC X(08) VALUE SPACES.
000991     05  WS-NONDET-ANSWER            PIC X(20) VALUE SPACES.
000992*
000993* SCRATCH AREAS FOR THE VALUE NORMALIZATION DONE AHEAD OF EACH
000994* PART'S COMPARE (LEFT-JUSTIFY, THEN DROP LEADING ZEROS FROM AN
000995* ALL-DIGIT VALUE).
000996 01  WS-NORMALIZE-WORK.
000997     05  WS-NORM-VALUE-A             PIC X(20) VALUE SPACES.
000998     05  WS-NORM-VALUE-B             PIC X(20) VALUE SPACES.
000999     05  WS-NORM-WORK                PIC X(20) VALUE SPACES.
001000     05  WS-NORM-TEMP                PIC X(20) VALUE SPACES.
001001     05  WS-NORM-SUB                 PIC 9(02) COMP VALUE 0.
001002*
001003 01  WS-RECON-DETAIL-LINE.
001010     05  WS-RCN-LABEL                PIC X(040).
001020     05  WS-RCN-VALUE                PIC X(092).
001030*
001210         3000-FIND-RESULT-LINE-EXIT
001220         UNTIL WS-OUT-EOF.
001230     PERFORM 4000-RECONCILE THRU 4000-RECONCILE-EXIT.
001231     PERFORM 5000-FIND-INPUT-TOTALS THRU
001232         5000-FIND-INPUT-TOTALS-EXIT.
001240     PERFORM 8000-WRITE-REPORT THRU 8000-WRITE-REPORT-EXIT.
001241     PERFORM 6000-POST-ANSWER-HISTORY THRU
001242         6000-POST-ANSWER-HISTORY-EXIT.
001250     PERFORM 8500-TERMINATE THRU 8500-TERMINATE-EXIT.
001260     GO TO 9999-EXIT.
001270*
001420     MOVE "N" TO WS-RES1-FOUND-SW.
001421     MOVE "N" TO WS-RES2-FOUND-SW.
001422     MOVE "N" TO WS-MISMATCH-SW.
001423     MOVE "N" TO WS-BAL-EOF-SW.
001424     MOVE "N" TO WS-INPUT-KNOWN-SW.
001425     MOVE "N" TO WS-HISTORY-OPEN-SW.
001426     MOVE 0 TO WS-NONDET-COUNT.
001427     MOVE 0 TO WS-INPUT-COUNT.
001428     MOVE 0 TO WS-INPUT-HASH.
001430     MOVE 0 TO WS-OUT-REC-COUNT.
001440     MOVE 0 TO WS-ANS-REC-COUNT.
001450     MOVE SPACES TO WS-EXPECTED-PART1.
001740     ELSE
001750         DISPLAY "AOC-2020-RECON NOTICE - NO ANSWER MASTER"
001760         MOVE "Y" TO WS-ANS-EOF-SW
001761     END-IF.
001762* THE ANSWER HISTORY IS CREATED ON ITS FIRST USE (STATUS 35
001763* ONLY -- ANY OTHER OPEN FAILURE LEAVES IT AS IT IS RATHER THAN
001764* EMPTY IT).  IT IS A RECORD OF THE NIGHT, NOT PART OF THE
001765* RECONCILIATION, SO AN OPEN PROBLEM IS A NOTICE AND THE DAY
001766* STILL RECONCILES.
001767     OPEN I-O ANSWER-HISTORY-FILE.
001768     IF WS-HISTORY-STATUS = "35"
001776         OPEN OUTPUT ANSWER-HISTORY-FILE
001777     END-IF.
001778     IF WS-HISTORY-STATUS = "00"
001779         MOVE "Y" TO WS-HISTORY-OPEN-SW
001780     ELSE
001781         DISPLAY "AOC-2020-RECON NOTICE - ANSWER HISTORY OPEN"
001782             " FAILED, STATUS " WS-HISTORY-STATUS
001783     END-IF.
001784 1000-INITIALIZE-EXIT.
001790     EXIT.
001800*
001810* ---------------------------------------------------------------
001980     IF ANS-DAY-NUMBER NOT = PARM-DAY-NUM
001990         GO TO 2100-TEST-ONE-ANSWER-EXIT
002000     END-IF.
002001* ONLY THIS EVENT'S ROWS -- A ROW WITHOUT A YEAR IS 2020.
002002     MOVE "2020" TO WS-ANS-ROW-YEAR.
002003     IF ANS-EVENT-YEAR NUMERIC
002004         MOVE ANS-EVENT-YEAR TO WS-ANS-ROW-YEAR
002005     END-IF.
002006     IF WS-ANS-ROW-YEAR NOT = RND-EVENT-YEAR
002007         GO TO 2100-TEST-ONE-ANSWER-EXIT
002008     END-IF.
002010     IF ANS-EFFECTIVE-DATE > WS-START-DATE
002020         GO TO 2100-TEST-ONE-ANSWER-EXIT
002030     END-IF.
002714 4200-COMPARE-ONE-PART-EXIT.
002715     EXIT.
002716*
002717* ---------------------------------------------------------------
002718* 5000/5100 -- TONIGHT'S INPUT TOTALS.  THE DISPATCHER BALANCES
002719* EACH DAY IMMEDIATELY BEFORE CALLING IT, SO THE LATEST BALSTAT
002720* ROW FOR THE RUN DATE IS THIS DAY'S (SEE CPBALST).  ONLY A GO
002721* ROW WITH BOTH TOTALS PRESENT COUNTS AS A KNOWN INPUT; AN
002722* UNKNOWN INPUT IS POSTED BUT NEVER USED TO JUDGE DETERMINISM.
002723* ---------------------------------------------------------------
002724 5000-FIND-INPUT-TOTALS.
002725     OPEN INPUT BALANCE-STATUS-FILE.
002726     IF WS-BALANCE-STATUS NOT = "00"
002727         DISPLAY "AOC-2020-RECON NOTICE - NO BALSTAT FILE,"
002728             " INPUT TOTALS NOT KNOWN"
002729         GO TO 5000-FIND-INPUT-TOTALS-EXIT
002730     END-IF.
002731     PERFORM 5100-READ-ONE-BAL-ROW THRU 5100-READ-ONE-BAL-ROW-EXIT
002732         UNTIL WS-BAL-EOF.
002733     CLOSE BALANCE-STATUS-FILE.
002734 5000-FIND-INPUT-TOTALS-EXIT.
002735     EXIT.
002736*
002737 5100-READ-ONE-BAL-ROW.
002738     READ BALANCE-STATUS-FILE
002739         AT END MOVE "Y" TO WS-BAL-EOF-SW
002740     END-READ.
002741     IF WS-BAL-EOF
002742         GO TO 5100-READ-ONE-BAL-ROW-EXIT
002743     END-IF.
002744     IF BAL-RUN-DATE NOT = WS-START-DATE
002745         GO TO 5100-READ-ONE-BAL-ROW-EXIT
002746     END-IF.
002747     IF BAL-STATUS = "GO   "
002748         AND BAL-RECORD-COUNT NUMERIC
002749         AND BAL-HASH-TOTAL NUMERIC
002750         MOVE "Y" TO WS-INPUT-KNOWN-SW
002751         MOVE BAL-RECORD-COUNT TO WS-INPUT-COUNT
002752         MOVE BAL-HASH-TOTAL TO WS-INPUT-HASH
002753     ELSE
002754         MOVE "N" TO WS-INPUT-KNOWN-SW
002755         MOVE 0 TO WS-INPUT-COUNT
002756         MOVE 0 TO WS-INPUT-HASH
002757     END-IF.
002758 5100-READ-ONE-BAL-ROW-EXIT.
002759     EXIT.
002760*
002761* ---------------------------------------------------------------
002762* 6000/6100 -- CHECK EACH PART'S ANSWER AGAINST EARLIER NIGHTS
002763* AND POST IT TO THE ANSWER HISTORY.  A PART WITH NO RESULT
002764* LINE HAS NO ANSWER TO KEEP.  RUNS AFTER THE REPORT SECTION
002765* IS WRITTEN SO ANY DETERMINISM FINDING FOLLOWS THE DAY'S
002766* RECONCILIATION STATUS.
002767* ---------------------------------------------------------------
002768 6000-POST-ANSWER-HISTORY.
002769     IF NOT WS-HISTORY-OPEN
002770         GO TO 6000-POST-ANSWER-HISTORY-EXIT
002771     END-IF.
002772     IF WS-RES1-FOUND
002773         MOVE 1 TO WS-HST-PART
002774         MOVE WS-ACTUAL-PART1 TO WS-HST-ANSWER
002775         PERFORM 6100-CHECK-AND-POST-PART THRU
002776             6100-CHECK-AND-POST-PART-EXIT
002777     END-IF.
002778     IF WS-RES2-FOUND
002779         MOVE 2 TO WS-HST-PART
002780         MOVE WS-ACTUAL-PART2 TO WS-HST-ANSWER
002781         PERFORM 6100-CHECK-AND-POST-PART THRU
002782             6100-CHECK-AND-POST-PART-EXIT
002783     END-IF.
002784 6000-POST-ANSWER-HISTORY-EXIT.
002785     EXIT.
002786*
002787 6100-CHECK-AND-POST-PART.
002788     MOVE "N" TO WS-NONDET-SW.
002789     MOVE SPACES TO WS-NONDET-DATE.
002790     MOVE SPACES TO WS-NONDET-ANSWER.
002791     IF WS-INPUT-KNOWN
002792         PERFORM 6200-SCAN-PRIOR-NIGHTS THRU
002793             6200-SCAN-PRIOR-NIGHTS-EXIT
002794     END-IF.
002795     IF WS-NONDET-FOUND
002796         PERFORM 6300-REPORT-NONDETERMINISM THRU
002797             6300-REPORT-NONDETERMINISM-EXIT
002798     END-IF.
002799     MOVE SPACES TO ANSWER-HISTORY-RECORD.
002800     MOVE RND-EVENT-YEAR TO AHS-EVENT-YEAR.
002801     MOVE PARM-DAY-NUM TO AHS-DAY-NUMBER.
002802     MOVE WS-HST-PART TO AHS-PART-NUMBER.
002803     MOVE WS-START-DATE TO AHS-RUN-DATE.
002804     MOVE WS-START-TIME TO AHS-RUN-TIME.
002805     MOVE WS-HST-ANSWER TO AHS-ANSWER-VALUE.
002806     MOVE WS-RECON-STATUS TO AHS-RECON-STATUS.
002807     MOVE WS-INPUT-KNOWN-SW TO AHS-INPUT-KNOWN.
002808     MOVE WS-INPUT-COUNT TO AHS-INPUT-COUNT.
002809     MOVE WS-INPUT-HASH TO AHS-INPUT-HASH.
002810     MOVE WS-NONDET-DATE TO AHS-NONDET-DATE.
002811     WRITE ANSWER-HISTORY-RECORD
002812         INVALID KEY
002813             REWRITE ANSWER-HISTORY-RECORD
002814                 INVALID KEY
002815                     DISPLAY "AOC-2020-RECON NOTICE - HISTORY"
002816                         " ROW NOT POSTED, STATUS "
002817                         WS-HISTORY-STATUS
002818             END-REWRITE
002819     END-WRITE.
002820 6100-CHECK-AND-POST-PART-EXIT.
002821     EXIT.
002822*
002823* ---------------------------------------------------------------
002824* 6200/6210 -- A KEYED START ON THE EVENT YEAR, DAY AND PART,
002825* THEN READ NEXT IN RUN-DATE ORDER UP TO TONIGHT.  EVERY
002826* EARLIER NIGHT WITH A KNOWN INPUT OF THE SAME COUNT AND HASH
002827* MUST HAVE PRODUCED THE SAME ANSWER (COMPARED AFTER THE SAME
002828* NORMALIZATION AS THE RECONCILIATION); THE LATEST NIGHT THAT
002829* DID NOT IS KEPT FOR THE FINDING.  ANOTHER EVENT'S DAY OF THE
002830* SAME NUMBER IS A DIFFERENT PROGRAM AND IS NEVER COMPARED.
002831* ---------------------------------------------------------------
002832 6200-SCAN-PRIOR-NIGHTS.
002833     MOVE "N" TO WS-HST-EOF-SW.
002834     MOVE RND-EVENT-YEAR TO AHS-EVENT-YEAR.
002835     MOVE PARM-DAY-NUM TO AHS-DAY-NUMBER.
002836     MOVE WS-HST-PART TO AHS-PART-NUMBER.
002837     MOVE LOW-VALUES TO AHS-RUN-DATE.
002838     START ANSWER-HISTORY-FILE KEY >= AHS-KEY
002839         INVALID KEY MOVE "Y" TO WS-HST-EOF-SW
002840     END-START.
002841     PERFORM 6210-TEST-ONE-PRIOR-NIGHT THRU
002842         6210-TEST-ONE-PRIOR-NIGHT-EXIT
002843         UNTIL WS-HST-EOF.
002844 6200-SCAN-PRIOR-NIGHTS-EXIT.
002845     EXIT.
002846*
002847 6210-TEST-ONE-PRIOR-NIGHT.
002848     READ ANSWER-HISTORY-FILE NEXT
002849         AT END MOVE "Y" TO WS-HST-EOF-SW
002850     END-READ.
002851     IF WS-HST-EOF
002852         GO TO 6210-TEST-ONE-PRIOR-NIGHT-EXIT
002853     END-IF.
002854     IF AHS-EVENT-YEAR NOT = RND-EVENT-YEAR
002855         OR AHS-DAY-NUMBER NOT = PARM-DAY-NUM
002856         OR AHS-PART-NUMBER NOT = WS-HST-PART
002857         OR AHS-RUN-DATE NOT < WS-START-DATE
002858         MOVE "Y" TO WS-HST-EOF-SW
002859         GO TO 6210-TEST-ONE-PRIOR-NIGHT-EXIT
002860     END-IF.
002861     IF NOT AHS-INPUT-TOTALS-KNOWN
002862         OR AHS-INPUT-COUNT NOT = WS-INPUT-COUNT
002863         OR AHS-INPUT-HASH NOT = WS-INPUT-HASH
002864         GO TO 6210-TEST-ONE-PRIOR-NIGHT-EXIT
002865     END-IF.
002866     MOVE AHS-ANSWER-VALUE TO WS-NORM-VALUE-A.
002867     MOVE WS-HST-ANSWER TO WS-NORM-VALUE-B.
002868     PERFORM 4200-COMPARE-ONE-PART THRU
002869         4200-COMPARE-ONE-PART-EXIT.
002870     IF NOT WS-PART-MATCHED
002871         MOVE "Y" TO WS-NONDET-SW
002872         MOVE AHS-RUN-DATE TO WS-NONDET-DATE
002873         MOVE AHS-ANSWER-VALUE TO WS-NONDET-ANSWER
002874     END-IF.
002875 6210-TEST-ONE-PRIOR-NIGHT-EXIT.
002876     EXIT.
002877*
002878* ---------------------------------------------------------------
002879* 6300 -- SAME INPUT, DIFFERENT ANSWER: LIST IT ON THE DAY'S
002880* REPORT SECTION AND RAISE A CRIT ALERT.  THE EXPECTED VALUE
002881* PLAYS NO PART -- A PROGRAM THAT CANNOT REPEAT ITS OWN ANSWER
002882* IS WRONG ON AT LEAST ONE OF THE TWO NIGHTS.  RETURN-CODE IS
002883* SAVED AROUND THE CALL.
002884* ---------------------------------------------------------------
002885 6300-REPORT-NONDETERMINISM.
002886     ADD 1 TO WS-NONDET-COUNT.
002887     MOVE SPACES TO WS-RECON-DETAIL-LINE.
002888     STRING "NOT DETERMINISTIC PART " DELIMITED BY SIZE
002889         WS-HST-PART DELIMITED BY SIZE
002890         INTO WS-RCN-LABEL.
002891     STRING "SAME INPUT AS " DELIMITED BY SIZE
002892         WS-NONDET-DATE DELIMITED BY SIZE
002893         " WHEN THE ANSWER WAS " DELIMITED BY SIZE
002894         WS-NONDET-ANSWER DELIMITED BY SIZE
002895         INTO WS-RCN-VALUE.
002896     WRITE RECON-RECORD FROM WS-RECON-DETAIL-LINE.
002897     DISPLAY "AOC-2020-RECON DAY " PARM-DAY-NUM " PART "
002898         WS-HST-PART " NOT DETERMINISTIC - SAME INPUT AS "
002899         WS-NONDET-DATE.
002900     MOVE RETURN-CODE TO WS-SAVED-RC.
002901     MOVE WS-START-DATE TO ALP-RUN-DATE.
002902     MOVE WS-PROGRAM-MNEMONIC TO ALP-PROGRAM-ID.
002903     MOVE "CRIT" TO ALP-SEVERITY.
002904     MOVE "NONDETERMINISTIC" TO ALP-ALERT-TYPE.
002905     MOVE SPACES TO ALP-ALERT-TEXT.
002906     STRING "DAY " DELIMITED BY SIZE
002907         PARM-DAY-NUM DELIMITED BY SIZE
002908         " PART " DELIMITED BY SIZE
002909         WS-HST-PART DELIMITED BY SIZE
002910         " SAME INPUT AS " DELIMITED BY SIZE
002911         WS-NONDET-DATE DELIMITED BY SIZE
002912         INTO ALP-ALERT-TEXT.
002913     CALL "AOC-2020-ALERT" USING WS-ALERT-PARM.
002914     MOVE WS-SAVED-RC TO RETURN-CODE.
002915 6300-REPORT-NONDETERMINISM-EXIT.
002916     EXIT.
002917*
002918 8000-WRITE-REPORT.
002919     MOVE SPACES TO WS-RECON-DETAIL-LINE.
002920     MOVE "AOC-2020-RECON RECONCILIATION REPORT"
002921         TO WS-RCN-LABEL.
002922     WRITE RECON-RECORD FROM WS-RECON-DETAIL-LINE.
002923     MOVE SPACES TO WS-RECON-DETAIL-LINE.
002924     MOVE "DAY NUMBER" TO WS-RCN-LABEL.
002925     MOVE PARM-DAY-NUM TO WS-RCN-VALUE.
002926     WRITE RECON-RECORD FROM WS-RECON-DETAIL-LINE.
002927     MOVE SPACES TO WS-RECON-DETAIL-LINE.
002928     MOVE "RUN DATE" TO WS-RCN-LABEL.
002929     MOVE WS-START-DATE TO WS-RCN-VALUE.
002930     WRITE RECON-RECORD FROM WS-RECON-DETAIL-LINE.
002931     MOVE SPACES TO WS-RECON-DETAIL-LINE.
002932     MOVE "EVENT YEAR" TO WS-RCN-LABEL.
002933     MOVE RND-EVENT-YEAR TO WS-RCN-VALUE.
002934     WRITE RECON-RECORD FROM WS-RECON-DETAIL-LINE.
002935     MOVE SPACES TO WS-RECON-DETAIL-LINE.
002936     MOVE "EXPECTED VALUE PART 1" TO WS-RCN-LABEL.
002937     IF WS-EXP1-FOUND
002938         MOVE WS-EXPECTED-PART1 TO WS-RCN-VALUE
002939     ELSE
002940         MOVE "NONE ON FILE" TO WS-RCN-VALUE
002941     END-IF.
002942     WRITE RECON-RECORD FROM WS-RECON-DETAIL-LINE.
002943     MOVE SPACES TO WS-RECON-DETAIL-LINE.
002944     MOVE "ACTUAL VALUE PART 1" TO WS-RCN-LABEL.
002945     IF WS-RES1-FOUND
002946         MOVE WS-ACTUAL-PART1 TO WS-RCN-VALUE
002947     ELSE
002948         MOVE "NO RESULT LINE FOUND" TO WS-RCN-VALUE
002949     END-IF.
002950     WRITE RECON-RECORD FROM WS-RECON-DETAIL-LINE.
002951     MOVE SPACES TO WS-RECON-DETAIL-LINE.
002952     MOVE "EXPECTED VALUE PART 2" TO WS-RCN-LABEL.
002953     IF WS-EXP2-FOUND
002954         MOVE WS-EXPECTED-PART2 TO WS-RCN-VALUE
002955     ELSE
002956         MOVE "NONE ON FILE" TO WS-RCN-VALUE
002957     END-IF.
002958     WRITE RECON-RECORD FROM WS-RECON-DETAIL-LINE.
002959     MOVE SPACES TO WS-RECON-DETAIL-LINE.
002960     MOVE "ACTUAL VALUE PART 2" TO WS-RCN-LABEL.
002961     IF WS-RES2-FOUND
002962         MOVE WS-ACTUAL-PART2 TO WS-RCN-VALUE
002963     ELSE
002964         MOVE "NO RESULT LINE FOUND" TO WS-RCN-VALUE
002965     END-IF.
002966     WRITE RECON-RECORD FROM WS-RECON-DETAIL-LINE.
002967     MOVE SPACES TO WS-RECON-DETAIL-LINE.
002968     MOVE "RECONCILIATION STATUS" TO WS-RCN-LABEL.
002969     MOVE WS-RECON-STATUS TO WS-RCN-VALUE.
002970     WRITE RECON-RECORD FROM WS-RECON-DETAIL-LINE.
002980     DISPLAY "AOC-2020-RECON DAY " PARM-DAY-NUM " "
002990         WS-RECON-STATUS.
003060     IF WS-MASTER-PRESENT
003070         CLOSE ANSWER-FILE
003080     END-IF.
003081     IF WS-HISTORY-OPEN
003082         CLOSE ANSWER-HISTORY-FILE
003083     END-IF.
003090 8500-TERMINATE-EXIT.
003100     EXIT.
003110*
003140* AUD-REC-COUNT CARRIES OUTPUT LINES SCANNED.  A MISMATCH IS A
003150* FAILED ROW SO THE MORNING CHECKOUT SEES IT; NO-EXPECTED-VALUE
003160* IS COMPLETE WITH RETURN CODE 4.
003161* AUD-EXCP-COUNT CARRIES PARTS FOUND NOT DETERMINISTIC.
003170* ---------------------------------------------------------------
003180 9000-WRITE-AUDIT-LOG.
003190     OPEN EXTEND AUDIT-FILE.
003240     MOVE WS-PROGRAM-MNEMONIC TO
003250         AUD-PROGRAM-ID OF WS-AUDIT-RECORD.
003260     MOVE WS-START-DATE TO AUD-RUN-DATE OF WS-AUDIT-RECORD.
003261     MOVE RND-EVENT-YEAR TO AUD-EVENT-YEAR OF WS-AUDIT-RECORD.
003270     MOVE WS-START-TIME TO AUD-RUN-TIME OF WS-AUDIT-RECORD.
003280     MOVE WS-OUT-REC-COUNT TO AUD-REC-COUNT OF WS-AUDIT-RECORD.
003290     MOVE 0 TO AUD-SKIP-COUNT OF WS-AUDIT-RECORD.
003300     MOVE WS-NONDET-COUNT TO AUD-EXCP-COUNT OF WS-AUDIT-RECORD.
003310* AOC-2020-ELAPSE COMES BACK WITH ITS OWN (ZERO) RETURN-CODE
003320* REGISTER -- SAVE AND RESTORE THE CALLER'S AROUND THE CALL.
003330     MOVE RETURN-CODE TO WS-SAVED-RC.
