001073*                      STANDARD FEED THROUGH THE CENTRAL
001074*                      AOC-2020-ALERT MANAGER (SEE CPALTPRM) --
001075*                      IT USED TO SHOW ONLY ON SYSOUT.
001076*   10/15/2026  DH    VERSION INQUIRY (1050).  WHEN THE CALLER
001077*                      SETS THE AOCVERQ INDICATOR THE PROGRAM
001078*                      ONLY HANDS BACK ITS COMPILE STAMP (THE
001079*                      WHEN-COMPILED REGISTER) IN AOCVERSN AND
001080*                      RETURNS -- NO FILE IS OPENED AND NO AUDIT
001081*                      ROW IS WRITTEN.  THE DISPATCHER CHECKS THE
001082*                      STAMP AGAINST THE CERTIFICATION REGISTER
001083*                      (CERTREGDD, SEE CPCRTREG) BEFORE EVERY
001084*                      CALL, AND AOC-2020-COMPARE RECORDS IT WHEN
001085*                      A PARALLEL TEST CERTIFIES THE PROGRAM.
001086*   10/15/2026  DH    EVENT-YEAR QUALIFIER.  THE PROGRAM CARRIES
001087*                      ITS EVENT YEAR (WS-EVENT-YEAR, SET WITH THE
001088*                      PROGRAM-ID) ON ITS AUDIT ROW AND IN ITS
001089*                      DUPLICATE-RUN CHECK, SO A 2021 DAY AND A
001090*                      2020 RERUN OF THE SAME DAY CAN RUN THE SAME
001091*                      NIGHT.
001092*-----------------------------------------------------------------
001093*
001094 ENVIRONMENT DIVISION.
001095 INPUT-OUTPUT SECTION.
001096     FILE-CONTROL.
001100         SELECT INPUT-FILE ASSIGN TO "INPUTDD"
001110             ORGANIZATION IS LINE SEQUENTIAL
001120             FILE STATUS IS WS-INPUT-STATUS.
001670* SHORT MNEMONIC FOR THE AUDIT TRAIL -- CHANGE THIS WHEN THIS
001680* TEMPLATE IS COPIED FOR A NEW DAY'S PROGRAM.
001690 01  WS-PROGRAM-MNEMONIC             PIC X(08) VALUE "AOC2D00 ".
001691* THE PUZZLE EVENT THIS PROGRAM SOLVES -- CHANGE IT WITH THE YEAR
001692* IN THE PROGRAM-ID.  IT RIDES ON THE AUDIT ROW (SEE CPAUDIT), SO
001693* THE DUPLICATE-RUN GUARD ONLY SEES THIS EVENT'S RUNS OF THE DAY.
001694 01  WS-EVENT-YEAR                   PIC X(04) VALUE "2020".
001700*
001701* THE COMPILE STAMP HANDED BACK ON A VERSION INQUIRY (1050).
001702 01  WS-PROGRAM-VERSION              PIC X(16) VALUE SPACES.
001703 01  WS-VERSION-QUERY-SW             PIC X(01) VALUE "N".
001704     88  WS-VERSION-QUERY            VALUE "Y".
001705*
001710     COPY CPINSTG.
001720*
001730 01  WS-SUMMARY-DETAIL-LINE.
002010* WHEN A PRIOR CHECKPOINT SHOWS THE LAST RUN DID NOT FINISH.
002020* ---------------------------------------------------------------
002030 1000-INITIALIZE.
002031     PERFORM 1050-ANSWER-VERSION-QUERY THRU
002032         1050-ANSWER-VERSION-QUERY-EXIT.
002040* THE RUN DATE COMES FROM THE SHARED BUSINESS-DATE
002041* SUBPROGRAM, SO AN AS-OF CATCH-UP RUN (AOCASOF, SEE
002042* CPRUNDT) LANDS UNDER THE NIGHT IT BELONGS TO.
002960 1000-INITIALIZE-EXIT.
002970     EXIT.
002980*
002981* ---------------------------------------------------------------
002982* 1050 -- VERSION INQUIRY.  THE DISPATCHER (AND THE COMPARE
002983* UTILITY WHEN IT CERTIFIES A PARALLEL TEST) CALLS THE PROGRAM
002984* WITH AOCVERQ SET TO "Y" TO LEARN WHICH COMPILE OF IT IS IN
002985* THE LOAD LIBRARY.  THE STAMP GOES BACK IN AOCVERSN AND THE
002986* PROGRAM RETURNS AT ONCE: NOTHING IS OPENED, SO THERE IS NO
002987* RUN TO AUDIT AND THE 9999 AUDIT ROW IS DELIBERATELY PASSED BY.
002988* ---------------------------------------------------------------
002989 1050-ANSWER-VERSION-QUERY.
002990     DISPLAY "AOCVERQ" UPON ENVIRONMENT-NAME.
002991     ACCEPT WS-VERSION-QUERY-SW FROM ENVIRONMENT-VALUE
002992         ON EXCEPTION MOVE "N" TO WS-VERSION-QUERY-SW
002993     END-ACCEPT.
002994     IF NOT WS-VERSION-QUERY
002995         GO TO 1050-ANSWER-VERSION-QUERY-EXIT
002996     END-IF.
002997     MOVE WHEN-COMPILED TO WS-PROGRAM-VERSION.
002998     DISPLAY "AOCVERSN" UPON ENVIRONMENT-NAME.
002999     DISPLAY WS-PROGRAM-VERSION UPON ENVIRONMENT-VALUE.
003000     MOVE 0 TO RETURN-CODE.
003001     GOBACK.
003002 1050-ANSWER-VERSION-QUERY-EXIT.
003003     EXIT.
003004*
003005* ---------------------------------------------------------------
003006* 1100 -- DUPLICATE-RUN GUARD.  A COMPLETE AUDIT ROW FOR THIS
003010* PROGRAM DATED TODAY MEANS TONIGHT'S RUN ALREADY HAPPENED;
003020* REFUSE WITH RETURN CODE 12 UNLESS THE DISPATCHER PASSED THE
003030* FORCE INDICATOR (AOCFORCE, SET FROM A FORCE CARD ON RUNCTLDD)
003180     MOVE WS-PROGRAM-MNEMONIC TO
003190         AUD-PROGRAM-ID OF WS-AUDIT-RECORD.
003200     MOVE WS-START-DATE TO AUD-RUN-DATE OF WS-AUDIT-RECORD.
003201     MOVE WS-EVENT-YEAR TO AUD-EVENT-YEAR OF WS-AUDIT-RECORD.
003210     MOVE WS-AUDIT-RECORD TO AUP-AUDIT-ROW.
003220     CALL "AOC-2020-AUDIT" USING WS-AUDIT-PARM.
003230     IF AUP-PRIOR-RUN-FOUND
007710     MOVE WS-PROGRAM-MNEMONIC TO
007720         AUD-PROGRAM-ID OF WS-AUDIT-RECORD.
007730     MOVE WS-START-DATE TO AUD-RUN-DATE OF WS-AUDIT-RECORD.
007731     MOVE WS-EVENT-YEAR TO AUD-EVENT-YEAR OF WS-AUDIT-RECORD.
007740     MOVE WS-START-TIME TO AUD-RUN-TIME OF WS-AUDIT-RECORD.
007750     MOVE WS-REC-COUNT TO AUD-REC-COUNT OF WS-AUDIT-RECORD.
007760     MOVE WS-SKIP-COUNT TO AUD-SKIP-COUNT OF WS-AUDIT-RECORD.
