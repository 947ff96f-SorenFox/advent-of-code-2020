000010*-----------------------------------------------------------------
000020 IDENTIFICATION DIVISION.
000030     PROGRAM-ID. AOC-2020-CRTRPT.
000040     AUTHOR. D HALVORSEN.
000050     INSTALLATION. ADVENT DATA PROCESSING CENTER.
000060     DATE-WRITTEN. 10/15/2026.
000070     DATE-COMPILED.
000080*-----------------------------------------------------------------
000090* MODIFICATION HISTORY.
000100*   DATE        INIT  DESCRIPTION
000110*   10/15/2026  DH    ORIGINAL.  CERTIFICATION EXCEPTION REPORT
000120*                      OVER THE KEYED CERTIFICATION REGISTER
000130*                      (CERTREGDD, SEE CPCRTREG).  ONE LINE FOR
000140*                      EVERY DAY PROGRAM WHOSE VERSION LAST SEEN
000150*                      BY THE DISPATCHER IS NOT THE VERSION A
000160*                      ZERO-DIFFERENCE PARALLEL TEST CERTIFIED,
000170*                      INCLUDING ONE NEVER CERTIFIED AT ALL, WITH
000180*                      THE DISPATCHER'S VERDICT THAT NIGHT.  A
000190*                      PROGRAM CERTIFIED BUT NOT YET RUN IS NOT
000200*                      LISTED.  RETURN CODE 4 WHEN ANY PROGRAM IS
000210*                      LISTED.  RUN ON DEMAND FOR THE CONTROL
000220*                      GROUP.
000230*-----------------------------------------------------------------
000240*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270     FILE-CONTROL.
000280         SELECT CERT-REGISTER-FILE ASSIGN TO "CERTREGDD"
000290             ORGANIZATION IS INDEXED
000300             ACCESS MODE IS DYNAMIC
000310             RECORD KEY IS CRT-KEY
000320             FILE STATUS IS WS-REGISTER-STATUS.
000330         SELECT REPORT-FILE ASSIGN TO "CRTRPTDD"
000340             ORGANIZATION IS LINE SEQUENTIAL
000350             FILE STATUS IS WS-REPORT-STATUS.
000360*
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  CERT-REGISTER-FILE.
000400     COPY CPCRTREG.
000410*
000420 FD  REPORT-FILE.
000430 01  REPORT-RECORD                   PIC X(132).
000440*
000450 WORKING-STORAGE SECTION.
000460 01  WS-FILE-STATUSES.
000470     05  WS-REGISTER-STATUS          PIC X(02) VALUE "00".
000480     05  WS-REPORT-STATUS            PIC X(02) VALUE "00".
000490*
000500 01  WS-SWITCHES.
000510     05  WS-REG-EOF-SW               PIC X(01) VALUE "N".
000520         88  WS-REG-EOF              VALUE "Y".
000530*
000540 01  WS-COUNTERS.
000550     05  WS-ROWS-READ                PIC 9(05) COMP VALUE 0.
000560     05  WS-PROGRAMS-LISTED          PIC 9(05) COMP VALUE 0.
000570     05  WS-NEVER-CERTIFIED          PIC 9(05) COMP VALUE 0.
000580*
000590 01  WS-RUN-TIMESTAMPS.
000600     05  WS-RUN-DATE                 PIC X(08).
000610     05  WS-RUN-TIME                 PIC X(08).
000620*
000630 01  WS-EXCEPTION-HEADER-LINE.
000640     05  FILLER                      PIC X(21) VALUE
000650         "PROGRAM   DAY  YEAR  ".
000660     05  FILLER                      PIC X(18) VALUE
000670         "RUNNING VERSION".
000680     05  FILLER                      PIC X(10) VALUE
000690         "LAST RUN".
000700     05  FILLER                      PIC X(18) VALUE
000710         "CERTIFIED VERSION".
000720     05  FILLER                      PIC X(14) VALUE
000730         "CERTIFIED ON".
000740     05  FILLER                      PIC X(51) VALUE
000750         "VERDICT".
000760*
000770 01  WS-EXCEPTION-DETAIL-LINE.
000780     05  WS-EXC-PROGRAM              PIC X(08).
000790     05  FILLER                      PIC X(02).
000800     05  WS-EXC-DAY                  PIC 9(02).
000810     05  FILLER                      PIC X(03).
000813     05  WS-EXC-YEAR                 PIC X(04).
000816     05  FILLER                      PIC X(02).
000820     05  WS-EXC-RUN-VERSION          PIC X(16).
000830     05  FILLER                      PIC X(02).
000840     05  WS-EXC-RUN-DATE             PIC X(08).
000850     05  FILLER                      PIC X(02).
000860     05  WS-EXC-CERT-VERSION         PIC X(16).
000870     05  FILLER                      PIC X(02).
000880     05  WS-EXC-CERT-DATE            PIC X(08).
000890     05  FILLER                      PIC X(06).
000900     05  WS-EXC-VERDICT              PIC X(09).
000910     05  FILLER                      PIC X(42).
000920*
000930 01  WS-TOTAL-DETAIL-LINE.
000940     05  WS-TOT-LABEL                PIC X(040).
000950     05  WS-TOT-VALUE                PIC ZZZZZZZZ9.
000960     05  FILLER                      PIC X(083).
000970 01  WS-TOTAL-TEXT-LINE REDEFINES WS-TOTAL-DETAIL-LINE.
000980     05  WS-TOTT-LABEL               PIC X(040).
000990     05  WS-TOTT-VALUE               PIC X(092).
001000*
001010 PROCEDURE DIVISION.
001020 0000-MAINLINE.
001030     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001040     PERFORM 2000-READ-REGISTER-ROW THRU
001050         2000-READ-REGISTER-ROW-EXIT
001060         UNTIL WS-REG-EOF.
001070     PERFORM 7000-WRITE-TOTALS THRU 7000-WRITE-TOTALS-EXIT.
001080     PERFORM 8500-TERMINATE THRU 8500-TERMINATE-EXIT.
001090     IF WS-PROGRAMS-LISTED > 0
001100         MOVE 4 TO RETURN-CODE
001110     END-IF.
001120     GO TO 9999-EXIT.
001130*
001140* ---------------------------------------------------------------
001150* 1000-INITIALIZE -- OPEN THE FILES, WRITE THE TITLE AND
001160* POSITION AT THE FIRST PROGRAM ON THE REGISTER.
001170* ---------------------------------------------------------------
001180 1000-INITIALIZE.
001190     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001200     ACCEPT WS-RUN-TIME FROM TIME.
001210     OPEN OUTPUT REPORT-FILE.
001220     IF WS-REPORT-STATUS NOT = "00"
001230         DISPLAY "AOC-2020-CRTRPT ABEND - REPORT OPEN FAILED"
001240         DISPLAY "STATUS = " WS-REPORT-STATUS
001250         MOVE 16 TO RETURN-CODE
001260         GO TO 9999-EXIT
001270     END-IF.
001280     OPEN INPUT CERT-REGISTER-FILE.
001290     IF WS-REGISTER-STATUS NOT = "00"
001300         DISPLAY "AOC-2020-CRTRPT ABEND - CERTREGDD OPEN FAILED"
001310         DISPLAY "STATUS = " WS-REGISTER-STATUS
001320         MOVE 16 TO RETURN-CODE
001330         GO TO 9999-EXIT
001340     END-IF.
001350     MOVE SPACES TO WS-TOTAL-DETAIL-LINE.
001360     MOVE "ADVENT DATA PROCESSING CENTER" TO WS-TOTT-LABEL.
001370     MOVE "UNCERTIFIED PROGRAM VERSION REPORT" TO WS-TOTT-VALUE.
001380     WRITE REPORT-RECORD FROM WS-TOTAL-TEXT-LINE.
001390     MOVE SPACES TO WS-TOTAL-DETAIL-LINE.
001400     MOVE "PREPARED" TO WS-TOTT-LABEL.
001410     STRING WS-RUN-DATE DELIMITED BY SIZE
001420         " " DELIMITED BY SIZE
001430         WS-RUN-TIME DELIMITED BY SIZE
001440         INTO WS-TOTT-VALUE.
001450     WRITE REPORT-RECORD FROM WS-TOTAL-TEXT-LINE.
001460     MOVE SPACES TO REPORT-RECORD.
001470     WRITE REPORT-RECORD.
001480     WRITE REPORT-RECORD FROM WS-EXCEPTION-HEADER-LINE.
001490     MOVE LOW-VALUES TO CRT-KEY.
001500     START CERT-REGISTER-FILE
001510         KEY >= CRT-KEY
001520         INVALID KEY MOVE "Y" TO WS-REG-EOF-SW
001530     END-START.
001540 1000-INITIALIZE-EXIT.
001550     EXIT.
001560*
001570* ---------------------------------------------------------------
001580* 2000 -- READ THE REGISTER IN PROGRAM AND EVENT-YEAR ORDER.  A
001590* ROW WITH NO RUNNING VERSION HAS NOT BEEN DUE SINCE IT WAS
001600* CERTIFIED.  ONE WITH NO CERTIFIED VERSION WAS ADDED BY THE
001610* DISPATCHER FOR A PROGRAM THAT NEVER PASSED A PARALLEL TEST.
001620* ---------------------------------------------------------------
001630 2000-READ-REGISTER-ROW.
001640     READ CERT-REGISTER-FILE NEXT
001650         AT END MOVE "Y" TO WS-REG-EOF-SW
001660     END-READ.
001670     IF WS-REG-EOF
001680         GO TO 2000-READ-REGISTER-ROW-EXIT
001690     END-IF.
001700     ADD 1 TO WS-ROWS-READ.
001710     IF CRT-LAST-VERSION = SPACES
001720         GO TO 2000-READ-REGISTER-ROW-EXIT
001730     END-IF.
001740     IF CRT-CERT-VERSION NOT = SPACES
001750         AND CRT-LAST-VERSION = CRT-CERT-VERSION
001760         GO TO 2000-READ-REGISTER-ROW-EXIT
001770     END-IF.
001780     ADD 1 TO WS-PROGRAMS-LISTED.
001790     MOVE SPACES TO WS-EXCEPTION-DETAIL-LINE.
001800     MOVE CRT-PROGRAM-ID TO WS-EXC-PROGRAM.
001810     MOVE CRT-DAY-NUMBER TO WS-EXC-DAY.
001815     MOVE CRT-EVENT-YEAR TO WS-EXC-YEAR.
001820     MOVE CRT-LAST-VERSION TO WS-EXC-RUN-VERSION.
001830     MOVE CRT-LAST-DATE TO WS-EXC-RUN-DATE.
001840     IF CRT-CERT-VERSION = SPACES
001850         ADD 1 TO WS-NEVER-CERTIFIED
001860         MOVE "NEVER CERTIFIED" TO WS-EXC-CERT-VERSION
001870     ELSE
001880         MOVE CRT-CERT-VERSION TO WS-EXC-CERT-VERSION
001890         MOVE CRT-CERT-DATE TO WS-EXC-CERT-DATE
001900     END-IF.
001910     EVALUATE TRUE
001920         WHEN CRT-LAST-HELD
001930             MOVE "HELD" TO WS-EXC-VERDICT
001940         WHEN CRT-LAST-REFUSED
001950             MOVE "REFUSED" TO WS-EXC-VERDICT
001960         WHEN OTHER
001970             MOVE "CERTIFIED" TO WS-EXC-VERDICT
001980     END-EVALUATE.
001990     WRITE REPORT-RECORD FROM WS-EXCEPTION-DETAIL-LINE.
002000 2000-READ-REGISTER-ROW-EXIT.
002010     EXIT.
002020*
002030 7000-WRITE-TOTALS.
002040     MOVE SPACES TO REPORT-RECORD.
002050     WRITE REPORT-RECORD.
002060     MOVE SPACES TO WS-TOTAL-DETAIL-LINE.
002070     MOVE "  PROGRAMS ON THE REGISTER" TO WS-TOT-LABEL.
002080     MOVE WS-ROWS-READ TO WS-TOT-VALUE.
002090     WRITE REPORT-RECORD FROM WS-TOTAL-DETAIL-LINE.
002100     MOVE SPACES TO WS-TOTAL-DETAIL-LINE.
002110     MOVE "  RUNNING AN UNCERTIFIED VERSION" TO WS-TOT-LABEL.
002120     MOVE WS-PROGRAMS-LISTED TO WS-TOT-VALUE.
002130     WRITE REPORT-RECORD FROM WS-TOTAL-DETAIL-LINE.
002140     MOVE SPACES TO WS-TOTAL-DETAIL-LINE.
002150     MOVE "  OF THOSE, NEVER CERTIFIED" TO WS-TOT-LABEL.
002160     MOVE WS-NEVER-CERTIFIED TO WS-TOT-VALUE.
002170     WRITE REPORT-RECORD FROM WS-TOTAL-DETAIL-LINE.
002180 7000-WRITE-TOTALS-EXIT.
002190     EXIT.
002200*
002210 8500-TERMINATE.
002220     CLOSE CERT-REGISTER-FILE.
002230     CLOSE REPORT-FILE.
002240 8500-TERMINATE-EXIT.
002250     EXIT.
002260*
002270 9999-EXIT.
002280     GOBACK.
