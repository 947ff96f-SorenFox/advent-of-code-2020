000312*                      A CRIT ALERT ON THE ONE STANDARD FEED
000313*                      THROUGH THE CENTRAL AOC-2020-ALERT
000314*                      MANAGER (SEE CPALTPRM).
000315*   10/15/2026  DH    EVENT-YEAR QUALIFIER.  ONLY AUDIT ROWS AND
000316*                      ARCHIVE INDEX ROWS OF THE STREAM'S OWN
000317*                      EVENT YEAR (AOC-2020-RUNDATE, FROM AOCYEAR)
000318*                      ARE TIED OUT -- A ROW WITHOUT A YEAR IS
000319*                      2020 -- AND THE AUDIT ROW CARRIES THE YEAR.
000320*-----------------------------------------------------------------
000330*
000340 ENVIRONMENT DIVISION.
000800     05  WS-AUD-ROW-COUNT            PIC 9(09) COMP VALUE 0.
000810     05  WS-DAY-SUB                  PIC 9(02) COMP VALUE 0.
000820     05  WS-WORK-DAY-NUM             PIC 9(02) VALUE 0.
000821     05  WS-ROW-YEAR                 PIC X(04) VALUE "2020".
000830     05  WS-EXPECTED-OUTPUT          PIC S9(09) COMP VALUE 0.
000840     05  WS-BAD-DAY-COUNT            PIC 9(05) COMP VALUE 0.
000841     05  WS-BAD-DAY-ED               PIC 9(05) VALUE 0.
002240     IF AUD-RUN-DATE OF AUDIT-RECORD NOT = WS-START-DATE
002250         GO TO 2100-TEST-ONE-AUDIT-ROW-EXIT
002260     END-IF.
002261* ONLY THIS EVENT'S ROWS -- A ROW WITHOUT A YEAR IS 2020.
002262     MOVE "2020" TO WS-ROW-YEAR.
002263     IF AUD-EVENT-YEAR OF AUDIT-RECORD NUMERIC
002264         MOVE AUD-EVENT-YEAR OF AUDIT-RECORD TO WS-ROW-YEAR
002265     END-IF.
002266     IF WS-ROW-YEAR NOT = RND-EVENT-YEAR
002267         GO TO 2100-TEST-ONE-AUDIT-ROW-EXIT
002268     END-IF.
002270     ADD 1 TO WS-AUD-ROW-COUNT.
002280     IF AUD-PROGRAM-ID OF AUDIT-RECORD = "AOC2RCY "
002290         MOVE "Y" TO WS-RCY-SEEN-SW
002680     IF ARC-RUN-DATE NOT = WS-START-DATE
002690         GO TO 3100-TEST-ONE-INDEX-ROW-EXIT
002700     END-IF.
002701     MOVE "2020" TO WS-ROW-YEAR.
002702     IF ARC-EVENT-YEAR NUMERIC
002703         MOVE ARC-EVENT-YEAR TO WS-ROW-YEAR
002704     END-IF.
002705     IF WS-ROW-YEAR NOT = RND-EVENT-YEAR
002706         GO TO 3100-TEST-ONE-INDEX-ROW-EXIT
002707     END-IF.
002710     IF ARC-PROGRAM-ID (1:5) NOT = "AOC2D"
002720         OR ARC-PROGRAM-ID (6:2) NOT NUMERIC
002730         GO TO 3100-TEST-ONE-INDEX-ROW-EXIT
004240     MOVE WS-PROGRAM-MNEMONIC TO
004250         AUD-PROGRAM-ID OF WS-AUDIT-RECORD.
004260     MOVE WS-START-DATE TO AUD-RUN-DATE OF WS-AUDIT-RECORD.
004261     MOVE RND-EVENT-YEAR TO AUD-EVENT-YEAR OF WS-AUDIT-RECORD.
004270     MOVE WS-START-TIME TO AUD-RUN-TIME OF WS-AUDIT-RECORD.
004280     MOVE WS-AUD-ROW-COUNT TO AUD-REC-COUNT OF WS-AUDIT-RECORD.
004290     MOVE 0 TO AUD-SKIP-COUNT OF WS-AUDIT-RECORD.
