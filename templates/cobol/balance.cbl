000302*                      CENTRAL AOC-2020-ALERT MANAGER (SEE
000303*                      CPALTPRM) -- BALSTAT ALONE WAS NOT ON
000304*                      THE ON-CALL'S PATH.
000305*   10/15/2026  DH    EVERY BALSTAT ROW NOW ALSO CARRIES THE
000306*                      LINE COUNT AND HASH TOTAL COUNTED, AND
000307*                      THE LAYOUT MOVES TO COPYBOOK CPBALST --
000308*                      AOC-2020-RECON POSTS THE TOTALS ON THE
000309*                      ANSWER HISTORY FOR ITS DETERMINISM CHECK.
000310*   10/15/2026  DH    THE AUDIT ROW NOW CARRIES THE RUN'S EVENT
000311*                      YEAR (AUD-EVENT-YEAR, SETTLED BY
000312*                      AOC-2020-RUNDATE FROM AOCYEAR).
000313*-----------------------------------------------------------------
000314*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340     FILE-CONTROL.
000480     COPY CPINPUT.
000490*
000500 FD  BALANCE-STATUS-FILE.
000510     COPY CPBALST.
000570*
000580 FD  AUDIT-FILE.
000590     COPY CPAUDIT.
002510     MOVE "GO   " TO BAL-STATUS.
002520     MOVE WS-START-DATE TO BAL-RUN-DATE.
002530     MOVE "INPUT BALANCES TO TRAILER" TO BAL-REASON.
002531     MOVE WS-REC-COUNT TO BAL-RECORD-COUNT.
002532     MOVE WS-HASH-TOTAL TO BAL-HASH-TOTAL.
002540     WRITE BALANCE-STATUS-RECORD.
002550     DISPLAY "AOC-2020-BALANCE GO - " WS-REC-COUNT
002560         " LINES BALANCE TO THE TRAILER".
002710         WHEN OTHER
002720             MOVE "HASH TOTAL OUT OF BALANCE" TO BAL-REASON
002730     END-EVALUATE.
002731     MOVE WS-REC-COUNT TO BAL-RECORD-COUNT.
002732     MOVE WS-HASH-TOTAL TO BAL-HASH-TOTAL.
002740     WRITE BALANCE-STATUS-RECORD.
002750     DISPLAY "AOC-2020-BALANCE NO-GO - " BAL-REASON.
002760     DISPLAY "LINES COUNTED " WS-REC-COUNT
002970     MOVE WS-PROGRAM-MNEMONIC TO
002980         AUD-PROGRAM-ID OF WS-AUDIT-RECORD.
002990     MOVE WS-START-DATE TO AUD-RUN-DATE OF WS-AUDIT-RECORD.
002991     MOVE RND-EVENT-YEAR TO AUD-EVENT-YEAR OF WS-AUDIT-RECORD.
003000     MOVE WS-START-TIME TO AUD-RUN-TIME OF WS-AUDIT-RECORD.
003010     MOVE WS-REC-COUNT TO AUD-REC-COUNT OF WS-AUDIT-RECORD.
003020     MOVE 0 TO AUD-SKIP-COUNT OF WS-AUDIT-RECORD.
