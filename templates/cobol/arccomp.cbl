000280*                      ON DIFFRPT.  RETURN CODE 8 WHEN EITHER
000290*                      COMBINATION IS NOT ON THE INDEX, OR WHEN
000300*                      THE COMPARE FINDS THE FILES DIFFER.
000301*   10/15/2026  DH    EVENT-YEAR QUALIFIER.  THE REQUEST CARD MAY
000302*                      NAME THE EVENT YEAR OF BOTH GENERATIONS IN
000303*                      COLUMNS 35-38 (BLANK MEANS 2020) AND ONLY
000304*                      INDEX ROWS OF THAT YEAR MATCH -- A ROW
000305*                      WITHOUT A YEAR IS 2020.  THE AUDIT ROW
000306*                      CARRIES THE YEAR.
000310*-----------------------------------------------------------------
000320*
000330 ENVIRONMENT DIVISION.
000540     05  CMP-BASE-DATE               PIC X(08).
000550     05  CMP-FILLER-3                PIC X(01).
000560     05  CMP-TEST-DATE               PIC X(08).
000561     05  CMP-FILLER-4                PIC X(01).
000562* EVENT YEAR (YYYY) OF BOTH GENERATIONS; BLANK MEANS 2020.
000563     05  CMP-EVENT-YEAR              PIC X(04).
000564     05  CMP-FILLER-5                PIC X(42).
000580*
000590 FD  ARCHIVE-INDEX-FILE.
000600     COPY CPARCIDX.
000870     05  WS-BASE-REC-COUNT           PIC 9(09) VALUE 0.
000880     05  WS-TEST-DSN                 PIC X(44) VALUE SPACES.
000890     05  WS-TEST-REC-COUNT           PIC 9(09) VALUE 0.
000891*
000892* THE REQUESTED EVENT YEAR AND THE YEAR OF THE ROW BEING TESTED;
000893* AN INDEX ROW WRITTEN BEFORE THE COLUMN EXISTED IS 2020.
000894 01  WS-EVENT-YEARS.
000895     05  WS-WANTED-YEAR              PIC X(04) VALUE "2020".
000896     05  WS-ROW-YEAR                 PIC X(04) VALUE "2020".
000900*
000910 01  WS-RUN-TIMESTAMPS.
000920     05  WS-START-DATE               PIC X(08).
001270         MOVE 16 TO RETURN-CODE
001280         GO TO 9999-EXIT
001290     END-IF.
001291     IF CMP-EVENT-YEAR NOT = SPACES
001292         IF CMP-EVENT-YEAR NUMERIC
001293             MOVE CMP-EVENT-YEAR TO WS-WANTED-YEAR
001294         ELSE
001295             DISPLAY "AOC-2020-ARCCOMP ABEND - BAD EVENT YEAR "
001296                 CMP-EVENT-YEAR
001297             MOVE 16 TO RETURN-CODE
001298             GO TO 9999-EXIT
001299         END-IF
001300     END-IF.
001301     DISPLAY "AOC-2020-ARCCOMP REQUEST " CMP-PROGRAM-ID " "
001302         CMP-FILE-TYPE " " CMP-BASE-DATE " VS " CMP-TEST-DATE
001303         " " WS-WANTED-YEAR.
001320     OPEN INPUT ARCHIVE-INDEX-FILE.
001330     IF WS-ARCHIVE-INDEX-STATUS NOT = "00"
001340         DISPLAY "AOC-2020-ARCCOMP ABEND - INDEX OPEN FAILED"
001550     EXIT.
001560*
001570 2100-TEST-ONE-ROW.
001571     MOVE "2020" TO WS-ROW-YEAR.
001572     IF ARC-EVENT-YEAR NUMERIC
001573         MOVE ARC-EVENT-YEAR TO WS-ROW-YEAR
001574     END-IF.
001580     IF ARC-PROGRAM-ID NOT = CMP-PROGRAM-ID
001590         OR ARC-FILE-TYPE NOT = CMP-FILE-TYPE
001591         OR WS-ROW-YEAR NOT = WS-WANTED-YEAR
001600         GO TO 2100-TEST-ONE-ROW-EXIT
001610     END-IF.
001620     IF ARC-RUN-DATE = CMP-BASE-DATE
002340     MOVE WS-PROGRAM-MNEMONIC TO
002350         AUD-PROGRAM-ID OF WS-AUDIT-RECORD.
002360     MOVE WS-START-DATE TO AUD-RUN-DATE OF WS-AUDIT-RECORD.
002361     MOVE WS-WANTED-YEAR TO AUD-EVENT-YEAR OF WS-AUDIT-RECORD.
002370     MOVE WS-START-TIME TO AUD-RUN-TIME OF WS-AUDIT-RECORD.
002380     MOVE WS-BASE-REC-COUNT TO AUD-REC-COUNT OF WS-AUDIT-RECORD.
002390     MOVE WS-TEST-REC-COUNT TO AUD-SKIP-COUNT OF WS-AUDIT-RECORD.
