000220*   08/22/2026  DH    RETURN-CODE IS SAVED AROUND THE AOC-2020-
000230*                      ELAPSE CALL, WHICH OTHERWISE WIPED THE
000240*                      NOT-ON-INDEX CODE TO ZERO.
000241*   10/15/2026  DH    EVENT-YEAR QUALIFIER.  THE REQUEST CARD MAY
000242*                      NAME THE EVENT YEAR IN COLUMNS 26-29 (BLANK
000243*                      MEANS 2020) AND ONLY AN INDEX ROW OF THAT
000244*                      YEAR MATCHES -- A ROW WITHOUT A YEAR IS
000245*                      2020 -- SO A 2021 GENERATION AND A 2020
000246*                      RERUN OF THE SAME PROGRAM AND DATE ARE
000247*                      RETRIEVED SEPARATELY.  THE AUDIT ROW
000248*                      CARRIES THE YEAR.
000250*-----------------------------------------------------------------
000260*
000270 ENVIRONMENT DIVISION.
000520     05  RTR-RUN-DATE                PIC X(08).
000530     05  RTR-FILLER-2                PIC X(01).
000540     05  RTR-FILE-TYPE               PIC X(06).
000541     05  RTR-FILLER-3                PIC X(01).
000542* EVENT YEAR (YYYY); BLANK ASKS FOR THE 2020 GENERATION.
000543     05  RTR-EVENT-YEAR              PIC X(04).
000544     05  RTR-FILLER-4                PIC X(51).
000560*
000570 FD  ARCHIVE-INDEX-FILE.
000580     COPY CPARCIDX.
000900*
000910 01  WS-MATCHED-DSN                  PIC X(44) VALUE SPACES.
000920 01  WS-MATCHED-COUNT                PIC 9(09) VALUE 0.
000921*
000922* THE REQUESTED EVENT YEAR AND THE YEAR OF THE ROW BEING TESTED;
000923* AN INDEX ROW WRITTEN BEFORE THE COLUMN EXISTED IS 2020.
000924 01  WS-EVENT-YEARS.
000925     05  WS-WANTED-YEAR              PIC X(04) VALUE "2020".
000926     05  WS-ROW-YEAR                 PIC X(04) VALUE "2020".
000930*
000940 01  WS-RUN-TIMESTAMPS.
000950     05  WS-START-DATE               PIC X(08).
001310         MOVE 16 TO RETURN-CODE
001320         GO TO 9999-EXIT
001330     END-IF.
001331     IF RTR-EVENT-YEAR NOT = SPACES
001332         IF RTR-EVENT-YEAR NUMERIC
001333             MOVE RTR-EVENT-YEAR TO WS-WANTED-YEAR
001334         ELSE
001335             DISPLAY "AOC-2020-ARCRETR ABEND - BAD EVENT YEAR "
001336                 RTR-EVENT-YEAR
001337             MOVE 16 TO RETURN-CODE
001338             GO TO 9999-EXIT
001339         END-IF
001340     END-IF.
001341     DISPLAY "AOC-2020-ARCRETR REQUEST " RTR-PROGRAM-ID " "
001342         RTR-RUN-DATE " " RTR-FILE-TYPE " " WS-WANTED-YEAR.
001360     OPEN INPUT ARCHIVE-INDEX-FILE.
001370     IF WS-ARCHIVE-INDEX-STATUS NOT = "00"
001380         DISPLAY "AOC-2020-ARCRETR ABEND - INDEX OPEN FAILED"
001590     EXIT.
001600*
001610 2100-TEST-ONE-ROW.
001611     MOVE "2020" TO WS-ROW-YEAR.
001612     IF ARC-EVENT-YEAR NUMERIC
001613         MOVE ARC-EVENT-YEAR TO WS-ROW-YEAR
001614     END-IF.
001620     IF ARC-PROGRAM-ID = RTR-PROGRAM-ID
001630         AND ARC-RUN-DATE = RTR-RUN-DATE
001640         AND ARC-FILE-TYPE = RTR-FILE-TYPE
001641         AND WS-ROW-YEAR = WS-WANTED-YEAR
001650         MOVE "Y" TO WS-MATCH-FOUND-SW
001660         MOVE ARC-DATASET-NAME TO WS-MATCHED-DSN
001670         MOVE ARC-REC-COUNT TO WS-MATCHED-COUNT
002380     MOVE WS-PROGRAM-MNEMONIC TO
002390         AUD-PROGRAM-ID OF WS-AUDIT-RECORD.
002400     MOVE WS-START-DATE TO AUD-RUN-DATE OF WS-AUDIT-RECORD.
002401     MOVE WS-WANTED-YEAR TO AUD-EVENT-YEAR OF WS-AUDIT-RECORD.
002410     MOVE WS-START-TIME TO AUD-RUN-TIME OF WS-AUDIT-RECORD.
002420     MOVE WS-COPY-COUNT TO AUD-REC-COUNT OF WS-AUDIT-RECORD.
002430     MOVE 0 TO AUD-SKIP-COUNT OF WS-AUDIT-RECORD.
