000367*                      AOC-2020-RUNDATE SUBPROGRAM SO AN AS-OF
000368*                      CATCH-UP RUN (AOCASOF, SEE CPRUNDT) LANDS
000369*                      UNDER THE NIGHT IT BELONGS TO.
000370*   10/15/2026  DH    THE AUDIT ROW NOW CARRIES THE RUN'S EVENT
000371*                      YEAR (AUD-EVENT-YEAR, SETTLED BY
000372*                      AOC-2020-RUNDATE FROM AOCYEAR).
000373*-----------------------------------------------------------------
000380*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
002990     MOVE WS-PROGRAM-MNEMONIC TO
003000         AUD-PROGRAM-ID OF WS-AUDIT-RECORD.
003010     MOVE WS-START-DATE TO AUD-RUN-DATE OF WS-AUDIT-RECORD.
003011     MOVE RND-EVENT-YEAR TO AUD-EVENT-YEAR OF WS-AUDIT-RECORD.
003020     MOVE WS-START-TIME TO AUD-RUN-TIME OF WS-AUDIT-RECORD.
003030     MOVE WS-REC-COUNT TO AUD-REC-COUNT OF WS-AUDIT-RECORD.
003040     MOVE WS-SKIP-COUNT TO AUD-SKIP-COUNT OF WS-AUDIT-RECORD.
