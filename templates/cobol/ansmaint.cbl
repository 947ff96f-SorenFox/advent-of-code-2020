000250*                      EXPECTED VALUE CAN BE TRACED INSTEAD OF
000260*                      ARGUED ABOUT.  RETURN CODE 4 WHEN ANY
000270*                      CARD WAS REJECTED.
000271*   10/15/2026  DH    EVENT-YEAR QUALIFIER.  A TRANSACTION CARD
000272*                      MAY NAME THE EVENT YEAR IN COLUMNS 52-55
000273*                      (BLANK MEANS 2020, ANYTHING ELSE MUST BE A
000274*                      YEAR FROM 2015); A ROW IS MATCHED ON EVENT
000275*                      YEAR, DAY, PART AND EFFECTIVE DATE; OLD
000276*                      MASTER ROWS WITHOUT A YEAR ARE CARRIED
000277*                      FORWARD AS 2020; AND THE CHANGE REPORT
000278*                      SHOWS THE YEAR OF EVERY CARD.
000280*-----------------------------------------------------------------
000290*
000300 ENVIRONMENT DIVISION.
000610     05  TXN-EFFECTIVE-DATE          PIC X(08).
000620     05  TXN-FILLER-5                PIC X(01).
000630     05  TXN-KEYED-BY                PIC X(08).
000631     05  TXN-FILLER-6                PIC X(01).
000632* BLANK ON A CARD KEYED BEFORE THE COLUMN EXISTED -- 2020.
000633     05  TXN-EVENT-YEAR              PIC X(04).
000634     05  TXN-FILLER-7                PIC X(25).
000650*
000660 FD  ANSWER-FILE.
000670     COPY CPANSMST.
001130     05  WS-ANS-HIT-SUB              PIC 9(05) COMP VALUE 0.
001140     05  WS-TXN-DAY                  PIC 9(02) VALUE 0.
001150     05  WS-TXN-PART                 PIC 9(01) VALUE 0.
001151     05  WS-TXN-YEAR                 PIC X(04) VALUE "2020".
001160*
001170 77  WS-ANS-MAX                      PIC 9(05) COMP VALUE 200.
001180*
001320* REPORT CAN STILL SHOW THE BEFORE IMAGE.
001330 01  WS-ANSWER-TABLE.
001340     05  WS-ANS-ENTRY OCCURS 200 TIMES.
001341         10  WS-ANS-YEAR             PIC X(04).
001350         10  WS-ANS-DAY              PIC 9(02).
001360         10  WS-ANS-PART             PIC 9(01).
001370         10  WS-ANS-VALUE            PIC X(20).
001440 01  WS-CHANGE-DETAIL-LINE.
001450     05  WS-CHG-ACTION               PIC X(06).
001460     05  FILLER                      PIC X(01) VALUE SPACES.
001461     05  WS-CHG-YEAR                 PIC X(04).
001462     05  FILLER                      PIC X(01) VALUE SPACES.
001470     05  WS-CHG-DAY                  PIC X(02).
001480     05  FILLER                      PIC X(01) VALUE SPACES.
001490     05  WS-CHG-PART                 PIC X(01).
001550     05  WS-CHG-KEYED-BY             PIC X(08).
001560     05  FILLER                      PIC X(02) VALUE SPACES.
001570     05  WS-CHG-DETAIL               PIC X(60).
001571     05  FILLER                      PIC X(25) VALUE SPACES.
001590*
001600 01  WS-CHANGE-TEXT-LINE.
001610     05  WS-CHGT-LABEL               PIC X(040).
002250     MOVE WS-START-DATE TO WS-CHGT-VALUE.
002260     WRITE CHANGE-REPORT-RECORD FROM WS-CHANGE-TEXT-LINE.
002270     MOVE SPACES TO CHANGE-REPORT-RECORD.
002271     MOVE "ACTION YEAR DY P EFFDATE   DISPOSED  KEYED-BY  DETAIL"
002272         TO CHANGE-REPORT-RECORD.
002300     WRITE CHANGE-REPORT-RECORD.
002310 1000-INITIALIZE-EXIT.
002320     EXIT.
002490         GO TO 9999-EXIT
002500     END-IF.
002510     ADD 1 TO WS-ANS-COUNT.
002511     MOVE "2020" TO WS-ANS-YEAR (WS-ANS-COUNT).
002512     IF ANS-EVENT-YEAR OF ANSWER-RECORD NUMERIC
002513         MOVE ANS-EVENT-YEAR OF ANSWER-RECORD
002514             TO WS-ANS-YEAR (WS-ANS-COUNT)
002515     END-IF.
002520     MOVE ANS-DAY-NUMBER OF ANSWER-RECORD
002521         TO WS-ANS-DAY (WS-ANS-COUNT).
002530     MOVE ANS-PART-NUMBER OF ANSWER-RECORD
003330         GO TO 2200-VALIDATE-CARD-EXIT
003340     END-IF.
003350     MOVE TXN-PART-NUMBER TO WS-TXN-PART.
003351     MOVE "2020" TO WS-TXN-YEAR.
003352     IF TXN-EVENT-YEAR NOT = SPACES
003353         IF TXN-EVENT-YEAR NOT NUMERIC
003354             OR TXN-EVENT-YEAR < "2015"
003355             MOVE "N" TO WS-CARD-VALID-SW
003356             MOVE "EVENT YEAR NOT A YEAR" TO WS-REJECT-REASON
003357             GO TO 2200-VALIDATE-CARD-EXIT
003358         END-IF
003359         MOVE TXN-EVENT-YEAR TO WS-TXN-YEAR
003360     END-IF.
003361     MOVE TXN-EFFECTIVE-DATE TO WS-DATE-CHECK-X.
003370     IF WS-DATE-CHECK-X NOT NUMERIC
003380         MOVE "N" TO WS-CARD-VALID-SW
003390         MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REJECT-REASON
003590     EXIT.
003600*
003610* 2300/2310 -- LEAVES WS-ANS-HIT-SUB POINTING AT THE LIVE ROW
003611* WITH THE CARD'S EVENT YEAR, DAY, PART AND EFFECTIVE DATE, OR
003612* ZERO.
003630 2300-FIND-MASTER-ROW.
003640     MOVE "N" TO WS-ROW-FOUND-SW.
003650     MOVE 0 TO WS-ANS-HIT-SUB.
003720*
003730 2310-TEST-ONE-ROW.
003740     IF NOT WS-ANS-ROW-DELETED (WS-ANS-SUB)
003741         AND WS-ANS-YEAR (WS-ANS-SUB) = WS-TXN-YEAR
003750         AND WS-ANS-DAY (WS-ANS-SUB) = WS-TXN-DAY
003760         AND WS-ANS-PART (WS-ANS-SUB) = WS-TXN-PART
003770         AND WS-ANS-DATE (WS-ANS-SUB) = TXN-EFFECTIVE-DATE
003840 2400-APPLY-ADD.
003850     IF WS-ROW-FOUND
003860         MOVE "N" TO WS-CARD-VALID-SW
003861         MOVE "DUPLICATE YR/DAY/PART/EFF-DATE" TO WS-REJECT-REASON
003880         PERFORM 2900-REPORT-REJECT THRU 2900-REPORT-REJECT-EXIT
003890         GO TO 2400-APPLY-ADD-EXIT
003900     END-IF.
003950         GO TO 2400-APPLY-ADD-EXIT
003960     END-IF.
003970     ADD 1 TO WS-ANS-COUNT.
003971     MOVE WS-TXN-YEAR TO WS-ANS-YEAR (WS-ANS-COUNT).
003980     MOVE WS-TXN-DAY TO WS-ANS-DAY (WS-ANS-COUNT).
003990     MOVE WS-TXN-PART TO WS-ANS-PART (WS-ANS-COUNT).
004000     MOVE TXN-EXPECTED-VALUE TO WS-ANS-VALUE (WS-ANS-COUNT).
004520* LINE; THE CALLER FILLS WS-CHG-DETAIL AND WRITES IT.
004530 2800-REPORT-CARD.
004540     MOVE TXN-ACTION TO WS-CHG-ACTION.
004541     MOVE WS-TXN-YEAR TO WS-CHG-YEAR.
004550     MOVE TXN-DAY-NUMBER TO WS-CHG-DAY.
004560     MOVE TXN-PART-NUMBER TO WS-CHG-PART.
004570     MOVE TXN-EFFECTIVE-DATE TO WS-CHG-DATE.
004630 2900-REPORT-REJECT.
004640     ADD 1 TO WS-REJECT-COUNT.
004650     MOVE TXN-ACTION TO WS-CHG-ACTION.
004651     MOVE TXN-EVENT-YEAR TO WS-CHG-YEAR.
004660     MOVE TXN-DAY-NUMBER TO WS-CHG-DAY.
004670     MOVE TXN-PART-NUMBER TO WS-CHG-PART.
004680     MOVE TXN-EFFECTIVE-DATE TO WS-CHG-DATE.
005020         TO ANS-EXPECTED-VALUE OF NEW-ANSWER-RECORD.
005030     MOVE WS-ANS-DATE (WS-ANS-SUB)
005040         TO ANS-EFFECTIVE-DATE OF NEW-ANSWER-RECORD.
005041     MOVE WS-ANS-YEAR (WS-ANS-SUB)
005042         TO ANS-EVENT-YEAR OF NEW-ANSWER-RECORD.
005050     WRITE NEW-ANSWER-RECORD.
005060     ADD 1 TO WS-NEW-ROW-COUNT.
005070 5100-WRITE-ONE-ROW-EXIT.
005540* ---------------------------------------------------------------
005550* 9000 -- APPEND ONE LINE TO THE SHARED JOB-RUN AUDIT TRAIL.
005560* AUD-REC-COUNT CARRIES CARDS READ, AUD-SKIP-COUNT CARDS
005561* REJECTED AND AUD-EXCP-COUNT ROWS DELETED.  THE ANSWER MASTER
005562* SERVES EVERY EVENT, SO THE ROW CARRIES NO EVENT YEAR OF ITS
005563* OWN AND READS AS 2020 (SEE CPAUDIT).
005580* ---------------------------------------------------------------
005590 9000-WRITE-AUDIT-LOG.
005600     OPEN EXTEND AUDIT-FILE.
