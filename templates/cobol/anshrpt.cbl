000010*-----------------------------------------------------------------
000020 IDENTIFICATION DIVISION.
000030     PROGRAM-ID. AOC-2020-ANSHRPT.
000040     AUTHOR. D HALVORSEN.
000050     INSTALLATION. ADVENT DATA PROCESSING CENTER.
000060     DATE-WRITTEN. 10/15/2026.
000070     DATE-COMPILED.
000080*-----------------------------------------------------------------
000090* MODIFICATION HISTORY.
000100*   DATE        INIT  DESCRIPTION
000110*   10/15/2026  DH    ORIGINAL.  ANSWER CHANGE HISTORY REPORT
000120*                      OVER THE KEYED ANSWER HISTORY MASTER
000130*                      (ANSHSTDD, SEE CPANSHST) THAT
000140*                      AOC-2020-RECON POSTS EACH NIGHT.  ONE
000150*                      LINE FOR EVERY NIGHT A DAY AND PART'S
000160*                      ANSWER CHANGED FROM THE NIGHT BEFORE IT
000170*                      ON FILE, WITH BOTH ANSWERS AND WHETHER THE
000180*                      INPUT (TRANSMITTAL COUNT AND HASH) CHANGED
000190*                      WITH IT -- AN ANSWER THAT MOVED ON THE
000200*                      SAME INPUT IS A PROGRAM THAT IS NOT
000205*                      DETERMINISTIC.  ANSWERS ARE COMPARED
000210*                      AFTER THE SAME NORMALIZATION AS THE
000215*                      RECONCILIATION IN AOC-2020-RECON, AND EACH
000220*                      EVENT YEAR'S DAYS ARE KEPT APART.  RUN ON
000225*                      DEMAND FOR THE CONTROL GROUP.
000230*-----------------------------------------------------------------
000240*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270     FILE-CONTROL.
000280         SELECT ANSWER-HISTORY-FILE ASSIGN TO "ANSHSTDD"
000290             ORGANIZATION IS INDEXED
000300             ACCESS MODE IS DYNAMIC
000310             RECORD KEY IS AHS-KEY OF ANSWER-HISTORY-RECORD
000320             FILE STATUS IS WS-HISTORY-STATUS.
000330         SELECT REPORT-FILE ASSIGN TO "ANSRPTDD"
000340             ORGANIZATION IS LINE SEQUENTIAL
000350             FILE STATUS IS WS-REPORT-STATUS.
000360*
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  ANSWER-HISTORY-FILE.
000400     COPY CPANSHST.
000410*
000420 FD  REPORT-FILE.
000430 01  REPORT-RECORD                   PIC X(132).
000440*
000450 WORKING-STORAGE SECTION.
000460 01  WS-FILE-STATUSES.
000470     05  WS-HISTORY-STATUS           PIC X(02) VALUE "00".
000480     05  WS-REPORT-STATUS            PIC X(02) VALUE "00".
000490*
000500 01  WS-SWITCHES.
000510     05  WS-HST-EOF-SW               PIC X(01) VALUE "N".
000520         88  WS-HST-EOF              VALUE "Y".
000530     05  WS-PREV-SW                  PIC X(01) VALUE "N".
000540         88  WS-PREV-HELD            VALUE "Y".
000541     05  WS-ANSWER-MATCH-SW          PIC X(01) VALUE "N".
000542         88  WS-ANSWERS-MATCH        VALUE "Y".
000543     05  WS-NORM-DIGITS-SW           PIC X(01) VALUE "N".
000544         88  WS-NORM-ALL-DIGITS      VALUE "Y".
000545     05  WS-NORM-ENDED-SW            PIC X(01) VALUE "N".
000546         88  WS-NORM-ENDED           VALUE "Y".
000547     05  WS-NORM-SEEN-SW             PIC X(01) VALUE "N".
000548         88  WS-NORM-DIGIT-SEEN      VALUE "Y".
000550*
000560 01  WS-COUNTERS.
000570     05  WS-ROWS-READ                PIC 9(09) COMP VALUE 0.
000580     05  WS-PARTS-ON-FILE            PIC 9(05) COMP VALUE 0.
000590     05  WS-CHANGES                  PIC 9(07) COMP VALUE 0.
000600     05  WS-CHANGES-SAME-INPUT       PIC 9(07) COMP VALUE 0.
000610     05  WS-CHANGES-NOT-KNOWN        PIC 9(07) COMP VALUE 0.
000620*
000630 01  WS-RUN-TIMESTAMPS.
000640     05  WS-RUN-DATE                 PIC X(08).
000650     05  WS-RUN-TIME                 PIC X(08).
000660*
000661* THE TWO ANSWERS BEING COMPARED (3000).
000662 01  WS-NORMALIZE-WORK.
000663     05  WS-NORM-VALUE-A             PIC X(20) VALUE SPACES.
000664     05  WS-NORM-VALUE-B             PIC X(20) VALUE SPACES.
000665     05  WS-NORM-WORK                PIC X(20) VALUE SPACES.
000666     05  WS-NORM-TEMP                PIC X(20) VALUE SPACES.
000667     05  WS-NORM-SUB                 PIC 9(02) COMP VALUE 0.
000668*
000670* THE ROW BEFORE THE ONE JUST READ -- ROWS ARRIVE IN KEY ORDER,
000676* SO WITHIN AN EVENT YEAR, DAY AND PART IT IS THE PREVIOUS
000682* NIGHT ON FILE.
000690     COPY CPANSHST REPLACING ==ANSWER-HISTORY-RECORD==
000700         BY ==WS-PREV-RECORD==.
000710*
000720 01  WS-CHANGE-HEADER-LINE.
000723     05  FILLER                      PIC X(06) VALUE
000726         "YEAR  ".
000730     05  FILLER                      PIC X(11) VALUE
000740         "DAY  PART  ".
000750     05  FILLER                      PIC X(11) VALUE
000760         "CHANGED ON ".
000770     05  FILLER                      PIC X(11) VALUE
000780         "PRIOR NIGHT".
000790     05  FILLER                      PIC X(22) VALUE
000800         "  PRIOR ANSWER".
000810     05  FILLER                      PIC X(22) VALUE
000820         "  NEW ANSWER".
000830     05  FILLER                      PIC X(49) VALUE
000840         "  INPUT".
000850*
000860 01  WS-CHANGE-DETAIL-LINE.
000863     05  WS-CHG-YEAR                 PIC X(04).
000866     05  FILLER                      PIC X(02).
000870     05  FILLER                      PIC X(01).
000880     05  WS-CHG-DAY                  PIC 9(02).
000890     05  FILLER                      PIC X(03).
000900     05  WS-CHG-PART                 PIC 9(01).
000910     05  FILLER                      PIC X(04).
000920     05  WS-CHG-DATE                 PIC X(08).
000930     05  FILLER                      PIC X(03).
000940     05  WS-CHG-PRIOR-DATE           PIC X(08).
000950     05  FILLER                      PIC X(05).
000960     05  WS-CHG-OLD-ANSWER           PIC X(20).
000970     05  FILLER                      PIC X(02).
000980     05  WS-CHG-NEW-ANSWER           PIC X(20).
000990     05  FILLER                      PIC X(02).
001000     05  WS-CHG-INPUT                PIC X(09).
001010     05  FILLER                      PIC X(38).
001020*
001030 01  WS-TOTAL-DETAIL-LINE.
001040     05  WS-TOT-LABEL                PIC X(040).
001050     05  WS-TOT-VALUE                PIC ZZZZZZZZ9.
001060     05  FILLER                      PIC X(083).
001070 01  WS-TOTAL-TEXT-LINE REDEFINES WS-TOTAL-DETAIL-LINE.
001080     05  WS-TOTT-LABEL               PIC X(040).
001090     05  WS-TOTT-VALUE               PIC X(092).
001100*
001110 PROCEDURE DIVISION.
001120 0000-MAINLINE.
001130     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001140     PERFORM 2000-READ-HISTORY-ROW THRU 2000-READ-HISTORY-ROW-EXIT
001150         UNTIL WS-HST-EOF.
001160     PERFORM 7000-WRITE-TOTALS THRU 7000-WRITE-TOTALS-EXIT.
001170     PERFORM 8500-TERMINATE THRU 8500-TERMINATE-EXIT.
001180     GO TO 9999-EXIT.
001190*
001200* ---------------------------------------------------------------
001210* 1000-INITIALIZE -- OPEN THE FILES, WRITE THE TITLE AND
001220* POSITION AT THE FIRST EVENT YEAR, DAY AND PART ON FILE.
001230* ---------------------------------------------------------------
001240 1000-INITIALIZE.
001250     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001260     ACCEPT WS-RUN-TIME FROM TIME.
001270     OPEN OUTPUT REPORT-FILE.
001280     IF WS-REPORT-STATUS NOT = "00"
001290         DISPLAY "AOC-2020-ANSHRPT ABEND - REPORT OPEN FAILED"
001300         DISPLAY "STATUS = " WS-REPORT-STATUS
001310         MOVE 16 TO RETURN-CODE
001320         GO TO 9999-EXIT
001330     END-IF.
001340     OPEN INPUT ANSWER-HISTORY-FILE.
001350     IF WS-HISTORY-STATUS NOT = "00"
001360         DISPLAY "AOC-2020-ANSHRPT ABEND - ANSHSTDD OPEN FAILED"
001370         DISPLAY "STATUS = " WS-HISTORY-STATUS
001380         MOVE 16 TO RETURN-CODE
001390         GO TO 9999-EXIT
001400     END-IF.
001410     MOVE SPACES TO WS-TOTAL-DETAIL-LINE.
001420     MOVE "ADVENT DATA PROCESSING CENTER" TO WS-TOTT-LABEL.
001430     MOVE "ANSWER CHANGE HISTORY REPORT" TO WS-TOTT-VALUE.
001440     WRITE REPORT-RECORD FROM WS-TOTAL-TEXT-LINE.
001450     MOVE SPACES TO WS-TOTAL-DETAIL-LINE.
001460     MOVE "PREPARED" TO WS-TOTT-LABEL.
001470     STRING WS-RUN-DATE DELIMITED BY SIZE
001480         " " DELIMITED BY SIZE
001490         WS-RUN-TIME DELIMITED BY SIZE
001500         INTO WS-TOTT-VALUE.
001510     WRITE REPORT-RECORD FROM WS-TOTAL-TEXT-LINE.
001520     MOVE SPACES TO REPORT-RECORD.
001530     WRITE REPORT-RECORD.
001540     WRITE REPORT-RECORD FROM WS-CHANGE-HEADER-LINE.
001550     MOVE LOW-VALUES TO AHS-KEY OF ANSWER-HISTORY-RECORD.
001560     START ANSWER-HISTORY-FILE
001570         KEY >= AHS-KEY OF ANSWER-HISTORY-RECORD
001580         INVALID KEY MOVE "Y" TO WS-HST-EOF-SW
001590     END-START.
001600 1000-INITIALIZE-EXIT.
001610     EXIT.
001620*
001630* ---------------------------------------------------------------
001638* 2000/2100 -- READ THE HISTORY IN KEY ORDER (EVENT YEAR, DAY,
001646* PART, RUN DATE).  THE FIRST ROW OF A DAY AND PART STARTS ITS
001654* RUN; EVERY LATER ROW IS COMPARED WITH THE ROW BEFORE IT (SEE
001662* 3000).  THE REPORT SHOWS BOTH ANSWERS AS THE DAY PROGRAM
001670* WROTE THEM.
001680* ---------------------------------------------------------------
001690 2000-READ-HISTORY-ROW.
001700     READ ANSWER-HISTORY-FILE NEXT
001710         AT END MOVE "Y" TO WS-HST-EOF-SW
001720     END-READ.
001730     IF WS-HST-EOF
001740         GO TO 2000-READ-HISTORY-ROW-EXIT
001750     END-IF.
001760     ADD 1 TO WS-ROWS-READ.
001770     IF NOT WS-PREV-HELD
001773         OR AHS-EVENT-YEAR OF ANSWER-HISTORY-RECORD
001776             NOT = AHS-EVENT-YEAR OF WS-PREV-RECORD
001780         OR AHS-DAY-NUMBER OF ANSWER-HISTORY-RECORD
001790             NOT = AHS-DAY-NUMBER OF WS-PREV-RECORD
001800         OR AHS-PART-NUMBER OF ANSWER-HISTORY-RECORD
001810             NOT = AHS-PART-NUMBER OF WS-PREV-RECORD
001820         ADD 1 TO WS-PARTS-ON-FILE
001830     ELSE
001838         PERFORM 3000-COMPARE-ANSWERS THRU
001846             3000-COMPARE-ANSWERS-EXIT
001854         IF NOT WS-ANSWERS-MATCH
001862             PERFORM 2100-REPORT-ONE-CHANGE THRU
001870                 2100-REPORT-ONE-CHANGE-EXIT
001880         END-IF
001890     END-IF.
001900     MOVE ANSWER-HISTORY-RECORD TO WS-PREV-RECORD.
001910     MOVE "Y" TO WS-PREV-SW.
001920 2000-READ-HISTORY-ROW-EXIT.
001930     EXIT.
001940*
001950* 2100 -- THE INPUT SHOWS CHANGED OR UNCHANGED ONLY WHEN BOTH
001960* NIGHTS CARRY BALANCED TRANSMITTAL TOTALS; OTHERWISE NOT KNOWN.
001970 2100-REPORT-ONE-CHANGE.
001980     ADD 1 TO WS-CHANGES.
001990     MOVE SPACES TO WS-CHANGE-DETAIL-LINE.
001995     MOVE AHS-EVENT-YEAR OF ANSWER-HISTORY-RECORD TO WS-CHG-YEAR.
002000     MOVE AHS-DAY-NUMBER OF ANSWER-HISTORY-RECORD TO WS-CHG-DAY.
002010     MOVE AHS-PART-NUMBER OF ANSWER-HISTORY-RECORD TO WS-CHG-PART.
002020     MOVE AHS-RUN-DATE OF ANSWER-HISTORY-RECORD TO WS-CHG-DATE.
002030     MOVE AHS-RUN-DATE OF WS-PREV-RECORD TO WS-CHG-PRIOR-DATE.
002040     MOVE AHS-ANSWER-VALUE OF WS-PREV-RECORD TO WS-CHG-OLD-ANSWER.
002050     MOVE AHS-ANSWER-VALUE OF ANSWER-HISTORY-RECORD
002060         TO WS-CHG-NEW-ANSWER.
002070     EVALUATE TRUE
002080         WHEN NOT AHS-INPUT-TOTALS-KNOWN OF ANSWER-HISTORY-RECORD
002090             OR NOT AHS-INPUT-TOTALS-KNOWN OF WS-PREV-RECORD
002100             MOVE "NOT KNOWN" TO WS-CHG-INPUT
002110             ADD 1 TO WS-CHANGES-NOT-KNOWN
002120         WHEN AHS-INPUT-COUNT OF ANSWER-HISTORY-RECORD
002130                 = AHS-INPUT-COUNT OF WS-PREV-RECORD
002140             AND AHS-INPUT-HASH OF ANSWER-HISTORY-RECORD
002150                 = AHS-INPUT-HASH OF WS-PREV-RECORD
002160             MOVE "UNCHANGED" TO WS-CHG-INPUT
002170             ADD 1 TO WS-CHANGES-SAME-INPUT
002180         WHEN OTHER
002190             MOVE "CHANGED" TO WS-CHG-INPUT
002200     END-EVALUATE.
002210     WRITE REPORT-RECORD FROM WS-CHANGE-DETAIL-LINE.
002220 2100-REPORT-ONE-CHANGE-EXIT.
002230     EXIT.
002240*
002241* ---------------------------------------------------------------
002242* 3000/3100/3110/3120 -- COMPARE TONIGHT'S ANSWER WITH THE PRIOR
002243* NIGHT'S THE WAY AOC-2020-RECON DOES (ITS 4100/4200): EACH IS
002244* LEFT-JUSTIFIED AND, WHEN ALL DIGITS, STRIPPED OF LEADING
002245* ZEROS (SEE CPANSMST), SO A ZERO-PADDED NUMBER AND THE SAME
002246* NUMBER WRITTEN SHORT ARE NOT A CHANGE.
002247* ---------------------------------------------------------------
002248 3000-COMPARE-ANSWERS.
002249     MOVE AHS-ANSWER-VALUE OF WS-PREV-RECORD TO WS-NORM-WORK.
002250     PERFORM 3100-NORMALIZE-ONE-VALUE THRU
002251         3100-NORMALIZE-ONE-VALUE-EXIT.
002252     MOVE WS-NORM-WORK TO WS-NORM-VALUE-A.
002253     MOVE AHS-ANSWER-VALUE OF ANSWER-HISTORY-RECORD
002254         TO WS-NORM-WORK.
002255     PERFORM 3100-NORMALIZE-ONE-VALUE THRU
002256         3100-NORMALIZE-ONE-VALUE-EXIT.
002257     MOVE WS-NORM-WORK TO WS-NORM-VALUE-B.
002258     IF WS-NORM-VALUE-A = WS-NORM-VALUE-B
002259         MOVE "Y" TO WS-ANSWER-MATCH-SW
002260     ELSE
002261         MOVE "N" TO WS-ANSWER-MATCH-SW
002262     END-IF.
002263 3000-COMPARE-ANSWERS-EXIT.
002264     EXIT.
002265*
002266 3100-NORMALIZE-ONE-VALUE.
002267     MOVE 1 TO WS-NORM-SUB.
002268     PERFORM 3110-STEP-ONE-BYTE THRU 3110-STEP-ONE-BYTE-EXIT
002269         UNTIL WS-NORM-SUB >= 20
002270         OR WS-NORM-WORK (WS-NORM-SUB:1) NOT = SPACE.
002271     IF WS-NORM-SUB > 1
002272         MOVE WS-NORM-WORK (WS-NORM-SUB:21 - WS-NORM-SUB)
002273             TO WS-NORM-TEMP
002274         MOVE WS-NORM-TEMP TO WS-NORM-WORK
002275     END-IF.
002276     MOVE "Y" TO WS-NORM-DIGITS-SW.
002277     MOVE "N" TO WS-NORM-ENDED-SW.
002278     MOVE "N" TO WS-NORM-SEEN-SW.
002279     PERFORM 3120-CLASS-ONE-BYTE THRU 3120-CLASS-ONE-BYTE-EXIT
002280         VARYING WS-NORM-SUB FROM 1 BY 1
002281         UNTIL WS-NORM-SUB > 20.
002282     IF NOT WS-NORM-ALL-DIGITS OR NOT WS-NORM-DIGIT-SEEN
002283         GO TO 3100-NORMALIZE-ONE-VALUE-EXIT
002284     END-IF.
002285     MOVE 1 TO WS-NORM-SUB.
002286     PERFORM 3110-STEP-ONE-BYTE THRU 3110-STEP-ONE-BYTE-EXIT
002287         UNTIL WS-NORM-SUB >= 20
002288         OR WS-NORM-WORK (WS-NORM-SUB:1) NOT = "0".
002289* AN ALL-ZERO ANSWER KEEPS A SINGLE ZERO.
002290     IF WS-NORM-WORK (WS-NORM-SUB:1) = SPACE
002291         MOVE "0" TO WS-NORM-WORK
002292         GO TO 3100-NORMALIZE-ONE-VALUE-EXIT
002293     END-IF.
002294     IF WS-NORM-SUB > 1
002295         MOVE WS-NORM-WORK (WS-NORM-SUB:21 - WS-NORM-SUB)
002296             TO WS-NORM-TEMP
002297         MOVE WS-NORM-TEMP TO WS-NORM-WORK
002298     END-IF.
002299 3100-NORMALIZE-ONE-VALUE-EXIT.
002300     EXIT.
002301*
002302 3110-STEP-ONE-BYTE.
002303     ADD 1 TO WS-NORM-SUB.
002304 3110-STEP-ONE-BYTE-EXIT.
002305     EXIT.
002306*
002307 3120-CLASS-ONE-BYTE.
002308     IF WS-NORM-WORK (WS-NORM-SUB:1) = SPACE
002309         MOVE "Y" TO WS-NORM-ENDED-SW
002310         GO TO 3120-CLASS-ONE-BYTE-EXIT
002311     END-IF.
002312* A NON-SPACE BYTE AFTER THE FIRST TRAILING SPACE MEANS AN
002313* EMBEDDED SPACE -- THAT IS A CHARACTER ANSWER, NOT A NUMBER.
002314     IF WS-NORM-ENDED
002315         MOVE "N" TO WS-NORM-DIGITS-SW
002316         GO TO 3120-CLASS-ONE-BYTE-EXIT
002317     END-IF.
002318     IF WS-NORM-WORK (WS-NORM-SUB:1) NUMERIC
002319         MOVE "Y" TO WS-NORM-SEEN-SW
002320     ELSE
002321         MOVE "N" TO WS-NORM-DIGITS-SW
002322     END-IF.
002323 3120-CLASS-ONE-BYTE-EXIT.
002324     EXIT.
002325*
002326 7000-WRITE-TOTALS.
002327     MOVE SPACES TO REPORT-RECORD.
002328     WRITE REPORT-RECORD.
002329     MOVE SPACES TO WS-TOTAL-DETAIL-LINE.
002330     MOVE "  HISTORY ROWS READ" TO WS-TOT-LABEL.
002331     MOVE WS-ROWS-READ TO WS-TOT-VALUE.
002332     WRITE REPORT-RECORD FROM WS-TOTAL-DETAIL-LINE.
002333     MOVE SPACES TO WS-TOTAL-DETAIL-LINE.
002334     MOVE "  DAY PARTS ON FILE" TO WS-TOT-LABEL.
002340     MOVE WS-PARTS-ON-FILE TO WS-TOT-VALUE.
002350     WRITE REPORT-RECORD FROM WS-TOTAL-DETAIL-LINE.
002360     MOVE SPACES TO WS-TOTAL-DETAIL-LINE.
002370     MOVE "  ANSWER CHANGES" TO WS-TOT-LABEL.
002380     MOVE WS-CHANGES TO WS-TOT-VALUE.
002390     WRITE REPORT-RECORD FROM WS-TOTAL-DETAIL-LINE.
002400     MOVE SPACES TO WS-TOTAL-DETAIL-LINE.
002410     MOVE "  CHANGES ON UNCHANGED INPUT" TO WS-TOT-LABEL.
002420     MOVE WS-CHANGES-SAME-INPUT TO WS-TOT-VALUE.
002430     WRITE REPORT-RECORD FROM WS-TOTAL-DETAIL-LINE.
002440     MOVE SPACES TO WS-TOTAL-DETAIL-LINE.
002450     MOVE "  CHANGES WITH INPUT NOT KNOWN" TO WS-TOT-LABEL.
002460     MOVE WS-CHANGES-NOT-KNOWN TO WS-TOT-VALUE.
002470     WRITE REPORT-RECORD FROM WS-TOTAL-DETAIL-LINE.
002480 7000-WRITE-TOTALS-EXIT.
002490     EXIT.
002500*
002510 8500-TERMINATE.
002520     CLOSE ANSWER-HISTORY-FILE.
002530     CLOSE REPORT-FILE.
002540 8500-TERMINATE-EXIT.
002550     EXIT.
002560*
002570 9999-EXIT.
002580     GOBACK.
