000297*                      AOC-2020-RUNDATE SUBPROGRAM SO AN AS-OF
000298*                      CATCH-UP RUN (AOCASOF, SEE CPRUNDT) LANDS
000299*                      UNDER THE NIGHT IT BELONGS TO.
000300*   10/15/2026  DH    EVENT-YEAR QUALIFIER.  EVERY INDEX ROW AND
000301*                      THE AUDIT ROW CARRY THE RUN'S EVENT YEAR
000302*                      (AOC-2020-RUNDATE, FROM AOCYEAR), AND A
000303*                      GENERATION OF ANY EVENT BUT 2020 IS NAMED
000304*                      ARCHIVE.<PGM>.Y<YYYY>.D<DATE>.OUT/.EXC/.SUM
000305*                      SO IT NEVER LANDS ON THE 2020 GENERATION OF
000306*                      THE SAME DAY AND NIGHT.
000307*-----------------------------------------------------------------
000310*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
001130     05  WS-OUT-DSN                  PIC X(44).
001140     05  WS-EXC-DSN                  PIC X(44).
001150     05  WS-SUM-DSN                  PIC X(44).
001151* "Y<YYYY>." FOR ANY EVENT BUT 2020, WHOSE GENERATIONS KEEP THE
001152* ORIGINAL NAMES (SEE CPARCIDX).
001153     05  WS-YEAR-NODE                PIC X(06).
001160*
001170     COPY CPAUDIT REPLACING ==AUDIT-RECORD==
001180         BY ==WS-AUDIT-RECORD==.
001483     CALL "AOC-2020-RUNDATE" USING WS-RUNDATE-PARM.
001484     MOVE RND-RUN-DATE TO WS-START-DATE.
001490     ACCEPT WS-START-TIME FROM TIME.
001491     MOVE SPACES TO WS-YEAR-NODE.
001492     IF RND-EVENT-YEAR NOT = "2020"
001493         STRING "Y" DELIMITED BY SIZE
001494             RND-EVENT-YEAR DELIMITED BY SIZE
001495             "." DELIMITED BY SIZE
001496             INTO WS-YEAR-NODE
001497     END-IF.
001500     MOVE SPACES TO WS-OUT-DSN.
001510     STRING "ARCHIVE." DELIMITED BY SIZE
001520         ARCH-PROGRAM-ID DELIMITED BY SPACE
001521         "." DELIMITED BY SIZE
001522         WS-YEAR-NODE DELIMITED BY SPACE
001523         "D" DELIMITED BY SIZE
001524         WS-START-DATE DELIMITED BY SIZE
001525         ".OUT" DELIMITED BY SIZE
001560         INTO WS-OUT-DSN.
001570     MOVE SPACES TO WS-EXC-DSN.
001580     STRING "ARCHIVE." DELIMITED BY SIZE
001590         ARCH-PROGRAM-ID DELIMITED BY SPACE
001591         "." DELIMITED BY SIZE
001592         WS-YEAR-NODE DELIMITED BY SPACE
001593         "D" DELIMITED BY SIZE
001594         WS-START-DATE DELIMITED BY SIZE
001595         ".EXC" DELIMITED BY SIZE
001630         INTO WS-EXC-DSN.
001640     MOVE SPACES TO WS-SUM-DSN.
001650     STRING "ARCHIVE." DELIMITED BY SIZE
001660         ARCH-PROGRAM-ID DELIMITED BY SPACE
001661         "." DELIMITED BY SIZE
001662         WS-YEAR-NODE DELIMITED BY SPACE
001663         "D" DELIMITED BY SIZE
001664         WS-START-DATE DELIMITED BY SIZE
001665         ".SUM" DELIMITED BY SIZE
001700         INTO WS-SUM-DSN.
001710     DISPLAY "DD_ARCOUT" UPON ENVIRONMENT-NAME.
001720     DISPLAY WS-OUT-DSN UPON ENVIRONMENT-VALUE.
003250     MOVE SPACE TO ARC-FILLER-2.
003260     MOVE SPACE TO ARC-FILLER-3.
003270     MOVE SPACE TO ARC-FILLER-4.
003271     MOVE SPACE TO ARC-FILLER-5.
003272     MOVE RND-EVENT-YEAR TO ARC-EVENT-YEAR.
003280     WRITE ARCHIVE-INDEX-RECORD.
003290     DISPLAY "AOC-2020-ARCHIVE " ARC-FILE-TYPE " -> "
003300         ARC-DATASET-NAME " (" WS-COPY-COUNT " RECORDS)".
003500     MOVE WS-PROGRAM-MNEMONIC TO
003510         AUD-PROGRAM-ID OF WS-AUDIT-RECORD.
003520     MOVE WS-START-DATE TO AUD-RUN-DATE OF WS-AUDIT-RECORD.
003521     MOVE RND-EVENT-YEAR TO AUD-EVENT-YEAR OF WS-AUDIT-RECORD.
003530     MOVE WS-START-TIME TO AUD-RUN-TIME OF WS-AUDIT-RECORD.
003540     MOVE WS-TOTAL-COUNT TO AUD-REC-COUNT OF WS-AUDIT-RECORD.
003550     MOVE 0 TO AUD-SKIP-COUNT OF WS-AUDIT-RECORD.
