000260*   08/22/2026  DH    RETURN-CODE IS SAVED AROUND THE AOC-2020-
000270*                      ELAPSE CALL, WHICH OTHERWISE WIPED THE
000280*                      FILES-DIFFER CODE TO ZERO.
000281*   10/15/2026  DH    CERTIFICATION (8200).  A "CERTIFY NN" CARD
000282*                      ON THE OPTIONAL CONTROL FILE (CMPCTLDD)
000283*                      MAKES A ZERO-DIFFERENCE COMPARE CERTIFY
000284*                      DAY NN'S PROGRAM: ITS VERSION (THE COMPILE
000285*                      STAMP THE PROGRAM HANDS BACK ON A VERSION
000286*                      INQUIRY, OR A "VERSION" CARD), THE DATE,
000287*                      THE BASEOUT/TESTOUT PAIR AND THE COUNTS GO
000288*                      ON THE CERTIFICATION REGISTER (CERTREGDD,
000289*                      SEE CPCRTREG) THE DISPATCHER CHECKS BEFORE
000290*                      EVERY CALL.  "BASEOUT" / "TESTOUT" CARDS
000291*                      REPOINT THE TWO DD NAMES.  A COMPARE THAT
000292*                      FINDS ANY DIFFERENCE CERTIFIES NOTHING.
000293*                      RETURN CODE 12 WHEN THE FILES MATCHED BUT
000294*                      NO VERSION COULD BE HAD FOR THE PROGRAM.
000295*                      THE PROGRAM IS THE EVENT'S OWN (AOCYEAR,
000296*                      SEE CPRUNDT) AOC-<YYYY>-DAY-NN, AND ITS
000297*                      REGISTER ROW IS KEYED BY THE YEAR.
000298*-----------------------------------------------------------------
000300*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000430         SELECT AUDIT-FILE ASSIGN TO "AUDITDD"
000440             ORGANIZATION IS LINE SEQUENTIAL
000450             FILE STATUS IS WS-AUDIT-STATUS.
000451         SELECT CONTROL-FILE ASSIGN TO "CMPCTLDD"
000452             ORGANIZATION IS LINE SEQUENTIAL
000453             FILE STATUS IS WS-CONTROL-STATUS.
000454         SELECT CERT-REGISTER-FILE ASSIGN TO "CERTREGDD"
000455             ORGANIZATION IS INDEXED
000456             ACCESS MODE IS DYNAMIC
000457             RECORD KEY IS CRT-KEY
000458             FILE STATUS IS WS-REGISTER-STATUS.
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000580 FD  AUDIT-FILE.
000590     COPY CPAUDIT.
000600*
000601* OPTIONAL CERTIFICATION CARDS.
000602*   CERTIFY  NN          RECORD DAY NN'S PROGRAM AS CERTIFIED
000603*                        WHEN THE FILES ARE IDENTICAL
000604*   VERSION  <ID>        THE VERSION TO RECORD, INSTEAD OF THE
000605*                        PROGRAM'S OWN COMPILE STAMP
000606*   BASEOUT  <DSN>       REPOINT BASEOUT AT THIS DATASET
000607*   TESTOUT  <DSN>       REPOINT TESTOUT AT THIS DATASET
000608 FD  CONTROL-FILE.
000609 01  CONTROL-CARD.
000610     05  CCD-VERB                    PIC X(08).
000611     05  CCD-FILLER-1                PIC X(01).
000612     05  CCD-VALUE                   PIC X(44).
000613     05  CCD-FILLER-2                PIC X(27).
000614*
000615 FD  CERT-REGISTER-FILE.
000616     COPY CPCRTREG.
000617*
000618 WORKING-STORAGE SECTION.
000620 01  WS-PROGRAM-MNEMONIC             PIC X(08) VALUE "AOC2CMP ".
000630*
000640 01  WS-FILE-STATUSES.
000660     05  WS-TEST-STATUS              PIC X(02) VALUE "00".
000670     05  WS-DIFF-REPORT-STATUS       PIC X(02) VALUE "00".
000680     05  WS-AUDIT-STATUS             PIC X(02) VALUE "00".
000681     05  WS-CONTROL-STATUS           PIC X(02) VALUE "00".
000682     05  WS-REGISTER-STATUS          PIC X(02) VALUE "00".
000690*
000700 01  WS-SWITCHES.
000710     05  WS-BASE-EOF-SW              PIC X(01) VALUE "N".
000720         88  WS-BASE-EOF             VALUE "Y".
000730     05  WS-TEST-EOF-SW              PIC X(01) VALUE "N".
000740         88  WS-TEST-EOF             VALUE "Y".
000741     05  WS-CTL-EOF-SW               PIC X(01) VALUE "N".
000742         88  WS-CTL-EOF              VALUE "Y".
000743     05  WS-CERTIFY-SW               PIC X(01) VALUE "N".
000744         88  WS-CERTIFY-REQUESTED    VALUE "Y".
000750*
000760 01  WS-COUNTERS.
000770     05  WS-SAVED-RC                 PIC 9(04) COMP VALUE 0.
000900 01  WS-RECORD-AREAS.
000910     05  WS-BASE-AREA                PIC X(300).
000920     05  WS-TEST-AREA                PIC X(300).
000921*
000922* THE CERTIFICATION BEING RECORDED (8200).
000923 01  WS-CERT-WORK.
000924     05  WS-CERT-DAY                 PIC 9(02) VALUE 0.
000925     05  WS-CERT-DAY-ED              PIC 99.
000926     05  WS-CERT-MNEMONIC            PIC X(08) VALUE SPACES.
000927     05  WS-CERT-PROGRAM             PIC X(15) VALUE SPACES.
000928     05  WS-CERT-VERSION             PIC X(16) VALUE SPACES.
000929     05  WS-BASE-DSN                 PIC X(44) VALUE SPACES.
000930     05  WS-TEST-DSN                 PIC X(44) VALUE SPACES.
000931*
000940     COPY CPAUDIT REPLACING ==AUDIT-RECORD==
000950         BY ==WS-AUDIT-RECORD==.
000960*
000981*
000982     COPY CPAUDPRM REPLACING ==AUDIT-PARM==
000983         BY ==WS-AUDIT-PARM==.
000984*
000985     COPY CPRUNDT REPLACING ==RUNDATE-PARM==
000986         BY ==WS-RUNDATE-PARM==.
000990*
001000 01  WS-DIFF-DETAIL-LINE.
001010     05  WS-DIF-REC-NUMBER           PIC ZZZZZZZZ9.
001200     PERFORM 2000-COMPARE-PAIR THRU 2000-COMPARE-PAIR-EXIT
001210         UNTIL WS-BASE-EOF AND WS-TEST-EOF.
001220     PERFORM 8000-WRITE-TOTALS THRU 8000-WRITE-TOTALS-EXIT.
001221     IF WS-CERTIFY-REQUESTED
001222         PERFORM 8200-CERTIFY-PROGRAM THRU
001223             8200-CERTIFY-PROGRAM-EXIT
001224     END-IF.
001230     PERFORM 8500-TERMINATE THRU 8500-TERMINATE-EXIT.
001240     GO TO 9999-EXIT.
001250*
001260 1000-INITIALIZE.
001270     ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
001271     ACCEPT WS-START-TIME FROM TIME.
001272* THE EVENT YEAR (AOCYEAR, SEE CPRUNDT) NAMES THE DAY PROGRAM A
001273* CERTIFY CARD CERTIFIES AND QUALIFIES ITS REGISTER ROW (8200).
001274* THE COMPARE ITSELF IS STILL DATED BY THE MACHINE CLOCK.
001275     CALL "AOC-2020-RUNDATE" USING WS-RUNDATE-PARM.
001281     OPEN INPUT CONTROL-FILE.
001282     IF WS-CONTROL-STATUS = "00"
001283         PERFORM 1100-READ-CONTROL THRU 1100-READ-CONTROL-EXIT
001284             UNTIL WS-CTL-EOF
001285         CLOSE CONTROL-FILE
001286     END-IF.
001287     PERFORM 1200-NAME-THE-PAIR THRU 1200-NAME-THE-PAIR-EXIT.
001290     OPEN INPUT BASE-FILE.
001300     IF WS-BASE-STATUS NOT = "00"
001310         DISPLAY "AOC-2020-COMPARE ABEND - BASE OPEN FAILED"
001540 1000-INITIALIZE-EXIT.
001550     EXIT.
001560*
001561 1100-READ-CONTROL.
001562     READ CONTROL-FILE
001563         AT END MOVE "Y" TO WS-CTL-EOF-SW
001564         NOT AT END
001565             PERFORM 1110-APPLY-ONE-CARD THRU
001566                 1110-APPLY-ONE-CARD-EXIT
001567     END-READ.
001568 1100-READ-CONTROL-EXIT.
001569     EXIT.
001570*
001571 1110-APPLY-ONE-CARD.
001572     IF CONTROL-CARD (1:1) = "*" OR CONTROL-CARD = SPACES
001573         GO TO 1110-APPLY-ONE-CARD-EXIT
001574     END-IF.
001575     EVALUATE CCD-VERB
001576         WHEN "CERTIFY "
001577             IF CCD-VALUE (1:2) NUMERIC
001578                 AND CCD-VALUE (1:2) > "00"
001579                 AND CCD-VALUE (1:2) < "26"
001580                 MOVE CCD-VALUE (1:2) TO WS-CERT-DAY
001581                 MOVE "Y" TO WS-CERTIFY-SW
001582             ELSE
001583                 DISPLAY "AOC-2020-COMPARE WARNING - BAD CERTIFY"
001584                     " CARD IGNORED: " CONTROL-CARD (1:20)
001585             END-IF
001586         WHEN "VERSION "
001587             MOVE CCD-VALUE TO WS-CERT-VERSION
001588         WHEN "BASEOUT "
001589             MOVE CCD-VALUE TO WS-BASE-DSN
001590             DISPLAY "DD_BASEOUT" UPON ENVIRONMENT-NAME
001591             DISPLAY WS-BASE-DSN UPON ENVIRONMENT-VALUE
001592         WHEN "TESTOUT "
001593             MOVE CCD-VALUE TO WS-TEST-DSN
001594             DISPLAY "DD_TESTOUT" UPON ENVIRONMENT-NAME
001595             DISPLAY WS-TEST-DSN UPON ENVIRONMENT-VALUE
001596         WHEN OTHER
001597             DISPLAY "AOC-2020-COMPARE WARNING - UNKNOWN CARD"
001598                 " IGNORED: " CONTROL-CARD (1:20)
001599     END-EVALUATE.
001600 1110-APPLY-ONE-CARD-EXIT.
001601     EXIT.
001602*
001603* 1200 -- THE DATASET NAMES RECORDED ON A CERTIFICATION: THE
001604* CARDED NAMES, ELSE WHATEVER THE JOB POINTED BASEOUT AND
001605* TESTOUT AT, ELSE THE DD NAMES THEMSELVES.
001606 1200-NAME-THE-PAIR.
001607     IF WS-BASE-DSN = SPACES
001608         DISPLAY "DD_BASEOUT" UPON ENVIRONMENT-NAME
001609         ACCEPT WS-BASE-DSN FROM ENVIRONMENT-VALUE
001610             ON EXCEPTION MOVE SPACES TO WS-BASE-DSN
001611         END-ACCEPT
001612     END-IF.
001613     IF WS-BASE-DSN = SPACES
001614         MOVE "BASEOUT" TO WS-BASE-DSN
001615     END-IF.
001616     IF WS-TEST-DSN = SPACES
001617         DISPLAY "DD_TESTOUT" UPON ENVIRONMENT-NAME
001618         ACCEPT WS-TEST-DSN FROM ENVIRONMENT-VALUE
001619             ON EXCEPTION MOVE SPACES TO WS-TEST-DSN
001620         END-ACCEPT
001621     END-IF.
001622     IF WS-TEST-DSN = SPACES
001623         MOVE "TESTOUT" TO WS-TEST-DSN
001624     END-IF.
001625 1200-NAME-THE-PAIR-EXIT.
001626     EXIT.
001627*
001628* ---------------------------------------------------------------
001629* 2000 -- LOCKSTEP COMPARE.  WHILE BOTH FILES STILL HAVE
001630* RECORDS, POSITION N IS COMPARED TO POSITION N; ONCE ONE FILE
001631* RUNS OUT, EVERY LEFTOVER TEST RECORD IS AN INSERT AND EVERY
001632* LEFTOVER BASE RECORD IS A DROP.
001633* ---------------------------------------------------------------
001634 2000-COMPARE-PAIR.
001640     IF NOT WS-BASE-EOF AND NOT WS-TEST-EOF
001650         IF WS-BASE-AREA = WS-TEST-AREA
001660             ADD 1 TO WS-MATCH-COUNT
002810     DISPLAY "AOC-2020-COMPARE DIFFERENCES FOUND "
002820         WS-DIFF-TOTAL.
002830 8000-WRITE-TOTALS-EXIT.
002831     EXIT.
002832*
002833* ---------------------------------------------------------------
002834* 8200/8210 -- CERTIFY THE CHANGED DAY PROGRAM.  ONLY A ZERO-
002835* DIFFERENCE COMPARE CERTIFIES.  UNLESS A VERSION CARD NAMES
002836* IT, THE VERSION IS THE COMPILE STAMP OF THE PROGRAM IN THIS
002837* STEP'S LOAD LIBRARY -- THE ONE THE PARALLEL TEST RAN -- ASKED
002838* FOR WITH THE SAME INQUIRY THE DISPATCHER MAKES.  THE ROW'S
002839* RUNNING SIDE (THE DISPATCHER'S) IS LEFT AS IT STANDS.
002840* ---------------------------------------------------------------
002841 8200-CERTIFY-PROGRAM.
002842     MOVE WS-CERT-DAY TO WS-CERT-DAY-ED.
002843     MOVE SPACES TO WS-CERT-MNEMONIC.
002844     STRING "AOC2D" DELIMITED BY SIZE
002845         WS-CERT-DAY-ED DELIMITED BY SIZE
002846         INTO WS-CERT-MNEMONIC.
002847     MOVE SPACES TO WS-DIFF-TEXT-LINE.
002848     MOVE "CERTIFICATION" TO WS-DIFX-LABEL.
002849     IF WS-DIFF-TOTAL NOT = 0
002850         STRING WS-CERT-MNEMONIC DELIMITED BY SPACE
002851             " NOT CERTIFIED - FILES DIFFER" DELIMITED BY SIZE
002852             INTO WS-DIFX-VALUE
002853         WRITE DIFF-REPORT-RECORD FROM WS-DIFF-TEXT-LINE
002854         DISPLAY "AOC-2020-COMPARE " WS-CERT-MNEMONIC
002855             " NOT CERTIFIED - FILES DIFFER"
002856         GO TO 8200-CERTIFY-PROGRAM-EXIT
002857     END-IF.
002858     IF WS-CERT-VERSION = SPACES
002859         PERFORM 8210-ASK-PROGRAM-VERSION THRU
002860             8210-ASK-PROGRAM-VERSION-EXIT
002861     END-IF.
002862     IF WS-CERT-VERSION = SPACES
002863         STRING WS-CERT-MNEMONIC DELIMITED BY SPACE
002864             " NOT CERTIFIED - NO VERSION FROM "
002865             DELIMITED BY SIZE
002866             WS-CERT-PROGRAM DELIMITED BY SPACE
002867             INTO WS-DIFX-VALUE
002868         WRITE DIFF-REPORT-RECORD FROM WS-DIFF-TEXT-LINE
002869         DISPLAY "AOC-2020-COMPARE " WS-CERT-MNEMONIC
002870             " NOT CERTIFIED - NO VERSION FROM " WS-CERT-PROGRAM
002871         MOVE 12 TO RETURN-CODE
002872         GO TO 8200-CERTIFY-PROGRAM-EXIT
002873     END-IF.
002874* ONLY A REGISTER THAT IS NOT THERE (STATUS 35) IS CREATED; ANY
002875* OTHER OPEN FAILURE LEAVES IT AS IT IS RATHER THAN EMPTY IT.
002883     OPEN I-O CERT-REGISTER-FILE.
002884     IF WS-REGISTER-STATUS = "35"
002885         OPEN OUTPUT CERT-REGISTER-FILE
002886     END-IF.
002887     IF WS-REGISTER-STATUS NOT = "00"
002888         DISPLAY "AOC-2020-COMPARE ABEND - CERTREGDD OPEN FAILED"
002889         DISPLAY "STATUS = " WS-REGISTER-STATUS
002890         MOVE 16 TO RETURN-CODE
002891         GO TO 8200-CERTIFY-PROGRAM-EXIT
002892     END-IF.
002893     MOVE WS-CERT-MNEMONIC TO CRT-PROGRAM-ID.
002894     MOVE RND-EVENT-YEAR TO CRT-EVENT-YEAR.
002895     READ CERT-REGISTER-FILE
002896         INVALID KEY
002897             MOVE SPACES TO CRT-RUNNING-SIDE
002898             MOVE "23" TO WS-REGISTER-STATUS
002899     END-READ.
002900     MOVE WS-CERT-MNEMONIC TO CRT-PROGRAM-ID.
002901     MOVE RND-EVENT-YEAR TO CRT-EVENT-YEAR.
002902     MOVE WS-CERT-DAY TO CRT-DAY-NUMBER.
002903     MOVE WS-CERT-VERSION TO CRT-CERT-VERSION.
002904     MOVE WS-START-DATE TO CRT-CERT-DATE.
002905     MOVE WS-START-TIME TO CRT-CERT-TIME.
002906     MOVE WS-BASE-DSN TO CRT-CERT-BASE-DSN.
002907     MOVE WS-TEST-DSN TO CRT-CERT-TEST-DSN.
002908     MOVE WS-BASE-COUNT TO CRT-CERT-BASE-COUNT.
002909     MOVE WS-TEST-COUNT TO CRT-CERT-TEST-COUNT.
002910     MOVE WS-DIFF-TOTAL TO CRT-CERT-DIFF-COUNT.
002911     MOVE "ZERO-DIFF" TO CRT-CERT-OUTCOME.
002912     IF WS-REGISTER-STATUS = "00"
002913         REWRITE CERTIFICATION-RECORD
002914     ELSE
002915         WRITE CERTIFICATION-RECORD
002916     END-IF.
002917     IF WS-REGISTER-STATUS NOT = "00"
002918         DISPLAY "AOC-2020-COMPARE WARNING - CERTREGDD WRITE"
002919             " FAILED, STATUS " WS-REGISTER-STATUS
002920         CLOSE CERT-REGISTER-FILE
002921         STRING WS-CERT-MNEMONIC DELIMITED BY SPACE
002922             " NOT CERTIFIED - REGISTER WRITE FAILED"
002923             DELIMITED BY SIZE
002924             INTO WS-DIFX-VALUE
002925         WRITE DIFF-REPORT-RECORD FROM WS-DIFF-TEXT-LINE
002926         DISPLAY "AOC-2020-COMPARE " WS-CERT-MNEMONIC
002927             " NOT CERTIFIED - REGISTER WRITE FAILED"
002928         MOVE 12 TO RETURN-CODE
002929         GO TO 8200-CERTIFY-PROGRAM-EXIT
002930     END-IF.
002931     CLOSE CERT-REGISTER-FILE.
002932     STRING WS-CERT-MNEMONIC DELIMITED BY SPACE
002933         " CERTIFIED AT VERSION " DELIMITED BY SIZE
002934         WS-CERT-VERSION DELIMITED BY SIZE
002935         INTO WS-DIFX-VALUE.
002936     WRITE DIFF-REPORT-RECORD FROM WS-DIFF-TEXT-LINE.
002937     DISPLAY "AOC-2020-COMPARE " WS-CERT-MNEMONIC
002938         " CERTIFIED AT VERSION " WS-CERT-VERSION.
002939 8200-CERTIFY-PROGRAM-EXIT.
002940     EXIT.
002941*
002942* THE INQUIRY CALL OPENS NOTHING AND WRITES NO AUDIT ROW (SEE
002943* 1050 IN THE DAY TEMPLATE); IT IS CANCELLED AFTERWARDS SO NO
002944* COPY OF THE PROGRAM STAYS RESIDENT IN THIS STEP.
002945 8210-ASK-PROGRAM-VERSION.
002946     MOVE SPACES TO WS-CERT-PROGRAM.
002947     STRING "AOC-" DELIMITED BY SIZE
002948         RND-EVENT-YEAR DELIMITED BY SIZE
002949         "-DAY-" DELIMITED BY SIZE
002950         WS-CERT-DAY-ED DELIMITED BY SIZE
002951         INTO WS-CERT-PROGRAM.
002952* WS-CERT-VERSION IS STILL BLANK HERE -- IT CLEARS AOCVERSN.
002953     DISPLAY "AOCVERSN" UPON ENVIRONMENT-NAME.
002954     DISPLAY WS-CERT-VERSION UPON ENVIRONMENT-VALUE.
002955     DISPLAY "AOCVERQ" UPON ENVIRONMENT-NAME.
002956     DISPLAY "Y" UPON ENVIRONMENT-VALUE.
002957     MOVE RETURN-CODE TO WS-SAVED-RC.
002958     CALL WS-CERT-PROGRAM
002959         ON EXCEPTION
002960             DISPLAY "AOC-2020-COMPARE WARNING - "
002961                 WS-CERT-PROGRAM " NOT IN THE LOAD LIBRARY"
002962     END-CALL.
002963     CANCEL WS-CERT-PROGRAM.
002964     MOVE WS-SAVED-RC TO RETURN-CODE.
002965     DISPLAY "AOCVERQ" UPON ENVIRONMENT-NAME.
002966     DISPLAY "N" UPON ENVIRONMENT-VALUE.
002967     DISPLAY "AOCVERSN" UPON ENVIRONMENT-NAME.
002968     ACCEPT WS-CERT-VERSION FROM ENVIRONMENT-VALUE
002969         ON EXCEPTION MOVE SPACES TO WS-CERT-VERSION
002970     END-ACCEPT.
002971 8210-ASK-PROGRAM-VERSION-EXIT.
002972     EXIT.
002973*
002974 8500-TERMINATE.
002975     CLOSE BASE-FILE.
002976     CLOSE TEST-FILE.
002977     CLOSE DIFF-REPORT-FILE.
002978 8500-TERMINATE-EXIT.
002979     EXIT.
002980*
002981* ---------------------------------------------------------------
002982* 9000 -- APPEND ONE LINE TO THE SHARED JOB-RUN AUDIT TRAIL.
002983* AUD-REC-COUNT CARRIES BASE RECORDS READ, AUD-SKIP-COUNT TEST
002984* RECORDS READ AND AUD-EXCP-COUNT THE DIFFERENCE TOTAL.
002985* ---------------------------------------------------------------
002986 9000-WRITE-AUDIT-LOG.
002990     OPEN EXTEND AUDIT-FILE.
003000     IF WS-AUDIT-STATUS NOT = "00"
003010         OPEN OUTPUT AUDIT-FILE
