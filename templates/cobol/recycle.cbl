000247*                      AOC-2020-RUNDATE SUBPROGRAM SO AN AS-OF
000248*                      CATCH-UP RUN (AOCASOF, SEE CPRUNDT) LANDS
000249*                      UNDER THE NIGHT IT BELONGS TO.
000250*   10/15/2026  DH    THE AUDIT ROW NOW CARRIES THE RUN'S EVENT
000251*                      YEAR (AUD-EVENT-YEAR, SETTLED BY
000252*                      AOC-2020-RUNDATE FROM AOCYEAR).
000253*-----------------------------------------------------------------
000260*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
002910     MOVE WS-PROGRAM-MNEMONIC TO
002920         AUD-PROGRAM-ID OF WS-AUDIT-RECORD.
002930     MOVE WS-START-DATE TO AUD-RUN-DATE OF WS-AUDIT-RECORD.
002931     MOVE RND-EVENT-YEAR TO AUD-EVENT-YEAR OF WS-AUDIT-RECORD.
002940     MOVE WS-START-TIME TO AUD-RUN-TIME OF WS-AUDIT-RECORD.
002950     MOVE WS-EXCP-READ-COUNT TO AUD-REC-COUNT OF WS-AUDIT-RECORD.
002960     MOVE WS-PENDING-COUNT TO AUD-SKIP-COUNT OF WS-AUDIT-RECORD.
