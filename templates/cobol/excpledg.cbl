000303*                      ALERT LAYOUT (SEE CPALERT/CPALTPRM),
000304*                      SEVERITY WARN, WITH NIGHTS-PENDING AND
000305*                      THE THRESHOLD IN THE ALERT TEXT.
000306*   10/15/2026  DH    THE AUDIT ROW NOW CARRIES THE RUN'S EVENT
000307*                      YEAR (AUD-EVENT-YEAR, SETTLED BY
000308*                      AOC-2020-RUNDATE FROM AOCYEAR).
000309*   10/15/2026  DH    THE AUDIT ROW'S RUN NOTE NOW CARRIES THE
000310*                      LEDGER TOTALS -- ROWS IN, ROWS ADDED (A NEW
000311*                      COUNT, ALSO ON THE SUMMARY) AND ROWS OUT --
000312*                      SO AOC-2020-GENSWAP CAN TIE LEDGNEW OUT
000313*                      BEFORE IT PROMOTES IT.
000315*-----------------------------------------------------------------
000320*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
001310     05  WS-EXCP-READ-COUNT          PIC 9(09) COMP VALUE 0.
001320     05  WS-DSP-READ-COUNT           PIC 9(09) COMP VALUE 0.
001330     05  WS-NEW-ROW-COUNT            PIC 9(09) COMP VALUE 0.
001331     05  WS-ADDED-COUNT              PIC 9(09) COMP VALUE 0.
001340     05  WS-PENDING-COUNT            PIC 9(09) COMP VALUE 0.
001350     05  WS-CLEARED-COUNT            PIC 9(09) COMP VALUE 0.
001360     05  WS-ESCALATE-COUNT           PIC 9(09) COMP VALUE 0.
001500     05  WS-START-TIME               PIC X(08).
001510*
001520 01  WS-LEDGER-PROGRAM               PIC X(08) VALUE SPACES.
001521*
001522* THE LEDGER'S OWN TOTALS, CARRIED IN THE AUDIT ROW'S RUN NOTE
001523* SO AOC-2020-GENSWAP CAN TIE THE NEW LEDGER OUT BEFORE IT IS
001524* PROMOTED: ROWS IN PLUS ROWS ADDED MUST EQUAL ROWS OUT (THE
001525* LEDGER NEVER DROPS A ROW -- CLOSED ROWS STAY ON IT).
001526 01  WS-LEDGER-TOTALS-NOTE.
001527     05  FILLER                      PIC X(10) VALUE "LEDGER IN ".
001528     05  WS-LTN-IN-COUNT             PIC 9(09) VALUE 0.
001529     05  FILLER                      PIC X(07) VALUE " ADDED ".
001530     05  WS-LTN-ADDED-COUNT          PIC 9(09) VALUE 0.
001531     05  FILLER                      PIC X(05) VALUE " OUT ".
001532     05  WS-LTN-OUT-COUNT            PIC 9(09) VALUE 0.
001533*
001540* THE WHOLE LEDGER IS HELD IN STORAGE WHILE TONIGHT'S FILES
001550* FOLD IN; THE SEEN SWITCH MARKS THE PENDING ROWS THAT WERE
001560* RE-RAISED TONIGHT SO THE ONES THAT STOPPED APPEARING CAN BE
003760         GO TO 9999-EXIT
003770     END-IF.
003780     ADD 1 TO WS-LGR-COUNT.
003781     ADD 1 TO WS-ADDED-COUNT.
003790     MOVE WS-LEDGER-PROGRAM TO WS-LGR-PROGRAM (WS-LGR-COUNT).
003800     MOVE WS-START-DATE TO WS-LGR-RUN-DATE (WS-LGR-COUNT).
003810     MOVE EXCP-REC-NUMBER TO WS-LGR-REC-NUMBER (WS-LGR-COUNT).
005290         WS-EXCP-READ-COUNT.
005300     DISPLAY "AOC-2020-EXCPLDG DISPOSITIONS READ  "
005310         WS-DSP-READ-COUNT.
005311     DISPLAY "AOC-2020-EXCPLDG LEDGER ROWS ADDED  "
005312         WS-ADDED-COUNT.
005320     DISPLAY "AOC-2020-EXCPLDG LEDGER ROWS WRITTEN"
005330         WS-NEW-ROW-COUNT.
005340     DISPLAY "AOC-2020-EXCPLDG ROWS STILL PENDING "
005580* 9000 -- APPEND ONE LINE TO THE SHARED JOB-RUN AUDIT TRAIL.
005590* AUD-REC-COUNT CARRIES EXCEPTIONS READ, AUD-SKIP-COUNT THE
005600* ROWS STILL PENDING ON THE NEW LEDGER AND AUD-EXCP-COUNT THE
005601* ROWS ESCALATED.  AUD-RUN-NOTE CARRIES THE LEDGER TOTALS
005602* (ROWS IN, ADDED AND OUT) THE GENERATION SWAP TIES TO.
005620* ---------------------------------------------------------------
005630 9000-WRITE-AUDIT-LOG.
005640     OPEN EXTEND AUDIT-FILE.
005690     MOVE WS-PROGRAM-MNEMONIC TO
005700         AUD-PROGRAM-ID OF WS-AUDIT-RECORD.
005710     MOVE WS-START-DATE TO AUD-RUN-DATE OF WS-AUDIT-RECORD.
005711     MOVE RND-EVENT-YEAR TO AUD-EVENT-YEAR OF WS-AUDIT-RECORD.
005720     MOVE WS-START-TIME TO AUD-RUN-TIME OF WS-AUDIT-RECORD.
005730     MOVE WS-EXCP-READ-COUNT TO AUD-REC-COUNT OF WS-AUDIT-RECORD.
005740     MOVE WS-PENDING-COUNT TO AUD-SKIP-COUNT OF WS-AUDIT-RECORD.
005750     MOVE WS-ESCALATE-COUNT TO AUD-EXCP-COUNT OF WS-AUDIT-RECORD.
005751     MOVE WS-LGR-READ-COUNT TO WS-LTN-IN-COUNT.
005752     MOVE WS-ADDED-COUNT TO WS-LTN-ADDED-COUNT.
005753     MOVE WS-NEW-ROW-COUNT TO WS-LTN-OUT-COUNT.
005754     MOVE WS-LEDGER-TOTALS-NOTE TO
005755         AUD-RUN-NOTE OF WS-AUDIT-RECORD.
005760* AOC-2020-ELAPSE COMES BACK WITH ITS OWN (ZERO) RETURN-CODE
005770* REGISTER -- SAVE AND RESTORE THE CALLER'S AROUND THE CALL.
005780     MOVE RETURN-CODE TO WS-SAVED-RC.
