000010*-----------------------------------------------------------------
000020 IDENTIFICATION DIVISION.
000030     PROGRAM-ID. AOC-2020-PROFILE.
000040     AUTHOR. D HALVORSEN.
000050     INSTALLATION. ADVENT DATA PROCESSING CENTER.
000060     DATE-WRITTEN. 10/15/2026.
000070     DATE-COMPILED.
000080*-----------------------------------------------------------------
000090* MODIFICATION HISTORY.
000100*   DATE        INIT  DESCRIPTION
000110*   10/15/2026  DH    ORIGINAL.  INPUT PROFILING AND FORMAT-
000120*                      DRIFT STEP.  AOC-2020-BALANCE PROVES ONLY
000130*                      THAT THE LINE COUNT AND HASH AGREE WITH
000140*                      THE SENDER'S TRAILER; IT CANNOT SEE THE
000150*                      SENDER CHANGE THE SHAPE OF THE FILE.
000160*                      CALLED BY THE DISPATCHER AFTER A DAY'S
000170*                      INPUT BALANCES (DAY NUMBER PASSED AS THE
000180*                      PARM), THIS STEP READS THE DAY'S INPUTDD
000190*                      (CPINPUT LAYOUT) AND PROFILES IT: LINE
000200*                      LENGTHS, CHARACTER CLASSES PER TEN-COLUMN
000210*                      BAND, "H" SECTIONS BY HDR-SECTION-NAME AND
000220*                      THE BLANK-LINE RATIO.  THE PROFILE IS KEPT
000230*                      IN THE KEYED PROFILE MASTER (PRFMSTDD, SEE
000240*                      CPPRFMST) AND COMPARED WITH THE LAST
000250*                      ACCEPTED PROFILE FOR THE SAME DAY UNDER
000260*                      THE CONTROL GROUP'S TOLERANCES (PRFTOLDD,
000270*                      SEE CPPRFTOL).  DRIFT IS LISTED ON THE
000280*                      APPENDED DRIFT REPORT (PRFRPTDD) AND
000290*                      RAISES A WARN OR CRIT ALERT THROUGH THE
000300*                      CENTRAL AOC-2020-ALERT MANAGER BEFORE THE
000310*                      DAY PROGRAM IS CALLED.  RETURN CODES: 0
000320*                      NO DRIFT (OR FIRST PROFILE), 4 WARN
000330*                      DRIFT, 8 CRIT DRIFT, 16 ABEND.
000331*   10/15/2026  DH    EVENT-YEAR QUALIFIER.  THE PROFILE MASTER IS
000332*                      KEYED BY THE RUN'S EVENT YEAR (SETTLED BY
000333*                      AOC-2020-RUNDATE FROM AOCYEAR), SO EACH
000334*                      EVENT'S DAY HAS ITS OWN BASELINE, AND THE
000335*                      AUDIT ROW CARRIES THE YEAR.
000340*-----------------------------------------------------------------
000350*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380     FILE-CONTROL.
000390         SELECT INPUT-FILE ASSIGN TO "INPUTDD"
000400             ORGANIZATION IS LINE SEQUENTIAL
000410             FILE STATUS IS WS-INPUT-STATUS.
000420         SELECT TOLERANCE-FILE ASSIGN TO "PRFTOLDD"
000430             ORGANIZATION IS LINE SEQUENTIAL
000440             FILE STATUS IS WS-TOLERANCE-STATUS.
000450         SELECT PROFILE-MASTER-FILE ASSIGN TO "PRFMSTDD"
000460             ORGANIZATION IS INDEXED
000470             ACCESS MODE IS DYNAMIC
000480             RECORD KEY IS PRF-KEY OF PROFILE-RECORD
000490             FILE STATUS IS WS-MASTER-STATUS.
000500         SELECT DRIFT-REPORT-FILE ASSIGN TO "PRFRPTDD"
000510             ORGANIZATION IS LINE SEQUENTIAL
000520             FILE STATUS IS WS-REPORT-STATUS.
000530         SELECT AUDIT-FILE ASSIGN TO "AUDITDD"
000540             ORGANIZATION IS LINE SEQUENTIAL
000550             FILE STATUS IS WS-AUDIT-STATUS.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  INPUT-FILE.
000600     COPY CPINPUT.
000610*
000620 FD  TOLERANCE-FILE.
000630     COPY CPPRFTOL.
000640*
000650 FD  PROFILE-MASTER-FILE.
000660     COPY CPPRFMST.
000670*
000680 FD  DRIFT-REPORT-FILE.
000690 01  DRIFT-REPORT-RECORD             PIC X(132).
000700*
000710 FD  AUDIT-FILE.
000720     COPY CPAUDIT.
000730*
000740 WORKING-STORAGE SECTION.
000750 01  WS-PROGRAM-MNEMONIC             PIC X(08) VALUE "AOC2PRF ".
000760*
000770 01  WS-FILE-STATUSES.
000780     05  WS-INPUT-STATUS             PIC X(02) VALUE "00".
000790     05  WS-TOLERANCE-STATUS         PIC X(02) VALUE "00".
000800     05  WS-MASTER-STATUS            PIC X(02) VALUE "00".
000810     05  WS-REPORT-STATUS            PIC X(02) VALUE "00".
000820     05  WS-AUDIT-STATUS             PIC X(02) VALUE "00".
000830*
000840 01  WS-SWITCHES.
000850     05  WS-EOF-SW                   PIC X(01) VALUE "N".
000860         88  WS-EOF                  VALUE "Y".
000870     05  WS-HELD-SW                  PIC X(01) VALUE "N".
000880         88  WS-RECORD-HELD          VALUE "Y".
000890     05  WS-TOL-EOF-SW               PIC X(01) VALUE "N".
000900         88  WS-TOL-EOF              VALUE "Y".
000910     05  WS-OWN-TOL-SW               PIC X(01) VALUE "N".
000920         88  WS-OWN-TOLERANCE-FOUND  VALUE "Y".
000930     05  WS-MASTER-NEW-SW            PIC X(01) VALUE "N".
000940         88  WS-MASTER-NEW           VALUE "Y".
000950     05  WS-BASE-EOF-SW              PIC X(01) VALUE "N".
000960         88  WS-BASE-EOF             VALUE "Y".
000970     05  WS-BASELINE-SW              PIC X(01) VALUE "N".
000980         88  WS-BASELINE-FOUND       VALUE "Y".
000990     05  WS-ACCEPTED-SW              PIC X(01) VALUE "N".
001000         88  WS-ACCEPTED-TONIGHT     VALUE "Y".
001010*
001020 01  WS-COUNTERS.
001030     05  WS-SAVED-RC                 PIC 9(04) COMP VALUE 0.
001040     05  WS-REC-COUNT                PIC 9(09) COMP VALUE 0.
001050     05  WS-BLANK-COUNT              PIC 9(09) COMP VALUE 0.
001060     05  WS-NONBLANK-COUNT           PIC 9(09) COMP VALUE 0.
001070     05  WS-OVFL-COUNT               PIC 9(09) COMP VALUE 0.
001080     05  WS-TOTAL-LENGTH             PIC 9(13) COMP VALUE 0.
001090     05  WS-MIN-LENGTH               PIC 9(03) COMP VALUE 0.
001100     05  WS-MAX-LENGTH               PIC 9(03) COMP VALUE 0.
001110     05  WS-TRIM-LEN                 PIC 9(03) COMP VALUE 0.
001120     05  WS-COL-SUB                  PIC 9(03) COMP VALUE 0.
001130     05  WS-BAND-SUB                 PIC 9(02) COMP VALUE 0.
001140     05  WS-CLASS-SUB                PIC 9(01) COMP VALUE 0.
001150     05  WS-SECT-SUB                 PIC 9(02) COMP VALUE 0.
001160     05  WS-BASE-SUB                 PIC 9(02) COMP VALUE 0.
001170     05  WS-FINDING-COUNT            PIC 9(05) COMP VALUE 0.
001180     05  WS-DIFF                     PIC 9(09) COMP VALUE 0.
001190     05  WS-PCT                      PIC 9(09) COMP VALUE 0.
001200*
001210 01  WS-RUN-TIMESTAMPS.
001220     05  WS-START-DATE               PIC X(08).
001230     05  WS-START-TIME               PIC X(08).
001240*
001250 01  WS-THIS-PROGRAM                 PIC X(08) VALUE SPACES.
001260 01  WS-DAY-NUM-ED                   PIC 99.
001270*
001280* TOLERANCES IN FORCE FOR THIS DAY -- THE DAY'S OWN ROW ON
001290* PRFTOLDD, ELSE THE "DEFAULT " ROW, ELSE THESE BUILT-IN VALUES
001300* (RESET ON EVERY ENTRY IN 1000).
001310 01  WS-TOLERANCES.
001320     05  WS-TOL-LENGTH-WARN          PIC 9(03) VALUE 25.
001330     05  WS-TOL-LENGTH-CRIT          PIC 9(03) VALUE 50.
001340     05  WS-TOL-BLANK-WARN           PIC 9(03) VALUE 10.
001350     05  WS-TOL-BLANK-CRIT           PIC 9(03) VALUE 25.
001360     05  WS-TOL-CLASS-SEV            PIC X(04) VALUE "CRIT".
001370     05  WS-TOL-SECTION-SEV          PIC X(04) VALUE "CRIT".
001380     05  WS-TOL-ACCEPT-DATE          PIC X(08) VALUE SPACES.
001390*
001400 01  WS-INPUT.
001410     05  WS-INPUT-LINE-AREA          PIC X(300).
001420     05  WS-OVFL-SAVE-AREA           PIC X(300).
001430*
001440* ONE-RECORD LOOKAHEAD, AS IN AOC-2020-BALANCE -- ONLY THE
001450* FILE'S LAST LINE MAY BE THE TRANSMITTAL TRAILER, SO EACH
001460* LINE IS HELD UNTIL THE NEXT READ PROVES IT IS NOT THE LAST.
001470* HEADER AND TRAILER VIEWS OF THE HELD LINE MIRROR CPINPUT.
001480 01  WS-HELD-RECORD.
001490     05  WS-HELD-LINE-AREA           PIC X(300).
001500 01  WS-HELD-HEADER-AREA REDEFINES WS-HELD-RECORD.
001510     05  WS-HLD-RECORD-TYPE          PIC X(001).
001520     05  WS-HLD-SECTION-NAME         PIC X(020).
001530     05  WS-HLD-FILLER               PIC X(279).
001540 01  WS-HELD-TRAILER-AREA REDEFINES WS-HELD-RECORD.
001550     05  WS-HLT-RECORD-TYPE          PIC X(001).
001560     05  WS-HLT-RECORD-COUNT         PIC 9(09).
001570     05  WS-HLT-HASH-TOTAL           PIC 9(13).
001580     05  WS-HLT-FILLER               PIC X(277).
001590*
001600 01  WS-CLASS-BYTE                   PIC X(01) VALUE SPACE.
001610*
001620* ONE DRIFT FINDING AS IT IS RECORDED (5900), AND THE WORST
001630* SEEN SO FAR -- THE WORST NAMES THE ALERT.
001640 01  WS-FINDING-WORK.
001650     05  WS-FINDING-SEVERITY         PIC X(04) VALUE SPACES.
001660     05  WS-FINDING-LABEL            PIC X(28) VALUE SPACES.
001670     05  WS-FINDING-DETAIL           PIC X(92) VALUE SPACES.
001680     05  WS-WORST-SEVERITY           PIC X(04) VALUE "NONE".
001690     05  WS-WORST-LABEL              PIC X(28) VALUE SPACES.
001700*
001710* ONE MEASURE UNDER TEST (5100/5200) AND THE EDITED FIGURES
001720* THE REPORT AND FINDING LINES ARE BUILT FROM.
001730 01  WS-MEASURE-WORK.
001740     05  WS-MEASURE-NAME             PIC X(28) VALUE SPACES.
001750     05  WS-OLD-VALUE                PIC 9(03) VALUE 0.
001760     05  WS-NEW-VALUE                PIC 9(03) VALUE 0.
001770     05  WS-ED-OLD                   PIC 9(03) VALUE 0.
001780     05  WS-ED-NEW                   PIC 9(03) VALUE 0.
001790     05  WS-ED-PCT                   PIC 9(03) VALUE 0.
001800     05  WS-ED-FROM                  PIC 9(03) VALUE 0.
001810     05  WS-ED-TO                    PIC 9(03) VALUE 0.
001820     05  WS-ED-COUNT-1               PIC 9(09) VALUE 0.
001830     05  WS-ED-COUNT-2               PIC 9(09) VALUE 0.
001840     05  WS-ED-SECT-1                PIC 9(05) VALUE 0.
001850     05  WS-ED-SECT-2                PIC 9(05) VALUE 0.
001860     05  WS-CLASS-NAME               PIC X(07) VALUE SPACES.
001870*
001880 01  WS-DRIFT-REPORT-LINE.
001890     05  WS-PRP-LABEL                PIC X(040).
001900     05  WS-PRP-VALUE                PIC X(092).
001910*
001920* TONIGHT'S PROFILE AS IT IS BUILT, AND THE BASELINE IT IS
001930* COMPARED WITH, IN THE PROFILE MASTER'S OWN LAYOUT.
001940     COPY CPPRFMST REPLACING ==PROFILE-RECORD==
001950         BY ==WS-PROFILE-RECORD==.
001960*
001970     COPY CPPRFMST REPLACING ==PROFILE-RECORD==
001980         BY ==WS-BASELINE-RECORD==.
001990*
002000     COPY CPAUDIT REPLACING ==AUDIT-RECORD==
002010         BY ==WS-AUDIT-RECORD==.
002020*
002030     COPY CPELAPSE REPLACING ==ELAPSE-PARM==
002040         BY ==WS-ELAPSE-PARM==.
002050*
002060     COPY CPAUDPRM REPLACING ==AUDIT-PARM==
002070         BY ==WS-AUDIT-PARM==.
002080*
002090     COPY CPRUNDT REPLACING ==RUNDATE-PARM==
002100         BY ==WS-RUNDATE-PARM==.
002110*
002120     COPY CPALTPRM REPLACING ==ALERT-PARM==
002130         BY ==WS-ALERT-PARM==.
002140*
002150 LINKAGE SECTION.
002160 01  PROFILE-PARM.
002170     05  PARM-DAY-NUM                PIC 9(02).
002180*
002190 PROCEDURE DIVISION USING PROFILE-PARM.
002200 0000-MAINLINE.
002210     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002220     PERFORM 1100-LOAD-TOLERANCES THRU 1100-LOAD-TOLERANCES-EXIT.
002230     PERFORM 1200-FIND-BASELINE THRU 1200-FIND-BASELINE-EXIT.
002240     PERFORM 2000-PROFILE-RECORDS THRU 2000-PROFILE-RECORDS-EXIT
002250         UNTIL WS-EOF.
002260     PERFORM 2500-FLUSH-HELD-RECORD THRU
002270         2500-FLUSH-HELD-RECORD-EXIT.
002280     PERFORM 4000-FINISH-PROFILE THRU 4000-FINISH-PROFILE-EXIT.
002290     PERFORM 4500-WRITE-PROFILE-SECTION THRU
002300         4500-WRITE-PROFILE-SECTION-EXIT.
002310     PERFORM 5000-COMPARE-TO-BASELINE THRU
002320         5000-COMPARE-TO-BASELINE-EXIT.
002330     PERFORM 6000-POST-PROFILE THRU 6000-POST-PROFILE-EXIT.
002340     PERFORM 7000-SETTLE-OUTCOME THRU 7000-SETTLE-OUTCOME-EXIT.
002350     PERFORM 8500-TERMINATE THRU 8500-TERMINATE-EXIT.
002360     GO TO 9999-EXIT.
002370*
002380* ---------------------------------------------------------------
002390* 1000-INITIALIZE -- CALLED ONCE PER DAY BY THE DISPATCHER, SO
002400* EVERY SWITCH, TALLY, TOLERANCE AND HELD AREA IS CLEARED HERE
002410* -- THE VALUE CLAUSES ONLY APPLY ON THE FIRST CALL.  A MISSING
002420* PROFILE MASTER IS CREATED: THAT NIGHT'S PROFILE SIMPLY HAS
002430* NOTHING TO BE COMPARED WITH AND BECOMES THE FIRST BASELINE.
002440* ---------------------------------------------------------------
002450 1000-INITIALIZE.
002460     MOVE "N" TO WS-EOF-SW.
002470     MOVE "N" TO WS-HELD-SW.
002480     MOVE "N" TO WS-TOL-EOF-SW.
002490     MOVE "N" TO WS-OWN-TOL-SW.
002500     MOVE "N" TO WS-MASTER-NEW-SW.
002510     MOVE "N" TO WS-BASE-EOF-SW.
002520     MOVE "N" TO WS-BASELINE-SW.
002530     MOVE "N" TO WS-ACCEPTED-SW.
002540     MOVE 0 TO WS-REC-COUNT.
002550     MOVE 0 TO WS-BLANK-COUNT.
002560     MOVE 0 TO WS-NONBLANK-COUNT.
002570     MOVE 0 TO WS-OVFL-COUNT.
002580     MOVE 0 TO WS-TOTAL-LENGTH.
002590     MOVE 999 TO WS-MIN-LENGTH.
002600     MOVE 0 TO WS-MAX-LENGTH.
002610     MOVE 0 TO WS-FINDING-COUNT.
002620     MOVE 25 TO WS-TOL-LENGTH-WARN.
002630     MOVE 50 TO WS-TOL-LENGTH-CRIT.
002640     MOVE 10 TO WS-TOL-BLANK-WARN.
002650     MOVE 25 TO WS-TOL-BLANK-CRIT.
002660     MOVE "CRIT" TO WS-TOL-CLASS-SEV.
002670     MOVE "CRIT" TO WS-TOL-SECTION-SEV.
002680     MOVE SPACES TO WS-TOL-ACCEPT-DATE.
002690     MOVE "NONE" TO WS-WORST-SEVERITY.
002700     MOVE SPACES TO WS-WORST-LABEL.
002710     MOVE SPACES TO WS-INPUT-LINE-AREA.
002720     MOVE SPACES TO WS-HELD-LINE-AREA.
002730     MOVE SPACES TO WS-PROFILE-RECORD.
002740     MOVE 0 TO PRF-SECTION-USED OF WS-PROFILE-RECORD.
002750     MOVE 0 TO PRF-SECTION-OVERFLOW OF WS-PROFILE-RECORD.
002760     PERFORM 1050-CLEAR-ONE-SECTION THRU
002770         1050-CLEAR-ONE-SECTION-EXIT
002780         VARYING WS-SECT-SUB FROM 1 BY 1
002790         UNTIL WS-SECT-SUB > 10.
002800     MOVE SPACES TO WS-BASELINE-RECORD.
002810     MOVE 0 TO PRF-SECTION-USED OF WS-BASELINE-RECORD.
002820     MOVE PARM-DAY-NUM TO WS-DAY-NUM-ED.
002830     MOVE SPACES TO WS-THIS-PROGRAM.
002840     STRING "AOC2D" DELIMITED BY SIZE
002850         WS-DAY-NUM-ED DELIMITED BY SIZE
002860         INTO WS-THIS-PROGRAM.
002870* THE RUN DATE COMES FROM THE SHARED BUSINESS-DATE
002880* SUBPROGRAM, SO AN AS-OF CATCH-UP RUN (AOCASOF, SEE
002890* CPRUNDT) LANDS UNDER THE NIGHT IT BELONGS TO.
002900     CALL "AOC-2020-RUNDATE" USING WS-RUNDATE-PARM.
002910     MOVE RND-RUN-DATE TO WS-START-DATE.
002920     ACCEPT WS-START-TIME FROM TIME.
002930     OPEN INPUT INPUT-FILE.
002940     IF WS-INPUT-STATUS NOT = "00"
002950         DISPLAY "AOC-2020-PROFILE ABEND - INPUT OPEN FAILED"
002960         DISPLAY "STATUS = " WS-INPUT-STATUS
002970         MOVE 16 TO RETURN-CODE
002980         GO TO 9999-EXIT
002990     END-IF.
003000* THE REPORT APPENDS SO A FULL STREAM'S 25 CALLS LEAVE ONE
003010* SECTION PER DAY INSTEAD OF ONLY THE LAST DAY'S.
003020     OPEN EXTEND DRIFT-REPORT-FILE.
003030     IF WS-REPORT-STATUS NOT = "00"
003040         OPEN OUTPUT DRIFT-REPORT-FILE
003050     END-IF.
003060     IF WS-REPORT-STATUS NOT = "00"
003070         DISPLAY "AOC-2020-PROFILE ABEND - REPORT OPEN FAILED"
003080         DISPLAY "STATUS = " WS-REPORT-STATUS
003090         MOVE 16 TO RETURN-CODE
003100         GO TO 9999-EXIT
003110     END-IF.
003113* ONLY A MASTER THAT IS NOT THERE (STATUS 35) IS CREATED; ANY
003116* OTHER OPEN FAILURE LEAVES IT AS IT IS RATHER THAN EMPTY IT.
003120     OPEN I-O PROFILE-MASTER-FILE.
003130     IF WS-MASTER-STATUS = "35"
003140         OPEN OUTPUT PROFILE-MASTER-FILE
003150         MOVE "Y" TO WS-MASTER-NEW-SW
003160     END-IF.
003170     IF WS-MASTER-STATUS NOT = "00"
003180         DISPLAY "AOC-2020-PROFILE ABEND - PROFILE MASTER OPEN"
003190             " FAILED"
003200         DISPLAY "STATUS = " WS-MASTER-STATUS
003210         MOVE 16 TO RETURN-CODE
003220         GO TO 9999-EXIT
003230     END-IF.
003240 1000-INITIALIZE-EXIT.
003250     EXIT.
003260*
003270 1050-CLEAR-ONE-SECTION.
003280     MOVE SPACES TO PRF-SECTION-NAME OF WS-PROFILE-RECORD
003290         (WS-SECT-SUB).
003300     MOVE 0 TO PRF-SECTION-COUNT OF WS-PROFILE-RECORD
003310         (WS-SECT-SUB).
003320 1050-CLEAR-ONE-SECTION-EXIT.
003330     EXIT.
003340*
003350* ---------------------------------------------------------------
003360* 1100/1110/1120 -- PICK UP THE DAY'S TOLERANCES.  THE DAY'S OWN
003370* ROW WINS OVER THE "DEFAULT " ROW WHICHEVER COMES FIRST; A
003380* MISSING TOLERANCE FILE LEAVES THE BUILT-IN VALUES IN FORCE.
003390* ---------------------------------------------------------------
003400 1100-LOAD-TOLERANCES.
003410     OPEN INPUT TOLERANCE-FILE.
003420     IF WS-TOLERANCE-STATUS NOT = "00"
003430         DISPLAY "AOC-2020-PROFILE NOTICE - NO TOLERANCE FILE,"
003440             " BUILT-IN TOLERANCES USED"
003450         GO TO 1100-LOAD-TOLERANCES-EXIT
003460     END-IF.
003470     PERFORM 1110-READ-ONE-TOLERANCE THRU
003480         1110-READ-ONE-TOLERANCE-EXIT
003490         UNTIL WS-TOL-EOF.
003500     CLOSE TOLERANCE-FILE.
003510 1100-LOAD-TOLERANCES-EXIT.
003520     EXIT.
003530*
003540 1110-READ-ONE-TOLERANCE.
003550     READ TOLERANCE-FILE
003560         AT END MOVE "Y" TO WS-TOL-EOF-SW
003570         NOT AT END
003580             PERFORM 1120-APPLY-ONE-TOLERANCE THRU
003590                 1120-APPLY-ONE-TOLERANCE-EXIT
003600     END-READ.
003610 1110-READ-ONE-TOLERANCE-EXIT.
003620     EXIT.
003630*
003640 1120-APPLY-ONE-TOLERANCE.
003650     IF PTL-PROGRAM-ID NOT = WS-THIS-PROGRAM
003660         AND PTL-PROGRAM-ID NOT = "DEFAULT "
003670         GO TO 1120-APPLY-ONE-TOLERANCE-EXIT
003680     END-IF.
003690     IF PTL-PROGRAM-ID = "DEFAULT "
003700         AND WS-OWN-TOLERANCE-FOUND
003710         GO TO 1120-APPLY-ONE-TOLERANCE-EXIT
003720     END-IF.
003730     IF PTL-LENGTH-WARN-PCT NOT NUMERIC
003740         OR PTL-LENGTH-CRIT-PCT NOT NUMERIC
003750         OR PTL-BLANK-WARN-PTS NOT NUMERIC
003760         OR PTL-BLANK-CRIT-PTS NOT NUMERIC
003770         DISPLAY "AOC-2020-PROFILE WARNING - BAD TOLERANCE ROW"
003780         DISPLAY "ROW IGNORED: " PROFILE-TOLERANCE-RECORD
003790         GO TO 1120-APPLY-ONE-TOLERANCE-EXIT
003800     END-IF.
003810     MOVE PTL-LENGTH-WARN-PCT TO WS-TOL-LENGTH-WARN.
003820     MOVE PTL-LENGTH-CRIT-PCT TO WS-TOL-LENGTH-CRIT.
003830     MOVE PTL-BLANK-WARN-PTS TO WS-TOL-BLANK-WARN.
003840     MOVE PTL-BLANK-CRIT-PTS TO WS-TOL-BLANK-CRIT.
003850     IF PTL-CLASS-SEVERITY = "WARN" OR PTL-CLASS-SEVERITY = "CRIT"
003860         MOVE PTL-CLASS-SEVERITY TO WS-TOL-CLASS-SEV
003870     END-IF.
003880     IF PTL-SECTION-SEVERITY = "WARN"
003890         OR PTL-SECTION-SEVERITY = "CRIT"
003900         MOVE PTL-SECTION-SEVERITY TO WS-TOL-SECTION-SEV
003910     END-IF.
003920     MOVE PTL-ACCEPT-DATE TO WS-TOL-ACCEPT-DATE.
003930     IF PTL-PROGRAM-ID = WS-THIS-PROGRAM
003940         MOVE "Y" TO WS-OWN-TOL-SW
003950     END-IF.
003960 1120-APPLY-ONE-TOLERANCE-EXIT.
003970     EXIT.
003980*
003990* ---------------------------------------------------------------
004000* 1200/1210 -- FIND THE BASELINE: THE LATEST ROW FOR THIS DAY'S
004010* PROGRAM FROM AN EARLIER NIGHT THAT IS ACCEPTED, OR WHOSE RUN
004020* DATE OPERATIONS HAS ACCEPTED ON THE TOLERANCE FILE.  A KEYED
004030* START ON THE PROGRAM, THEN READ NEXT IN DATE ORDER UNTIL
004040* TONIGHT; THE LAST QUALIFYING ROW WINS.
004050* ---------------------------------------------------------------
004060 1200-FIND-BASELINE.
004070     IF WS-MASTER-NEW
004080         GO TO 1200-FIND-BASELINE-EXIT
004090     END-IF.
004100     MOVE WS-THIS-PROGRAM TO PRF-PROGRAM-ID OF PROFILE-RECORD.
004105     MOVE RND-EVENT-YEAR TO PRF-EVENT-YEAR OF PROFILE-RECORD.
004110     MOVE LOW-VALUES TO PRF-RUN-DATE OF PROFILE-RECORD.
004120     START PROFILE-MASTER-FILE KEY >= PRF-KEY OF PROFILE-RECORD
004130         INVALID KEY MOVE "Y" TO WS-BASE-EOF-SW
004140     END-START.
004150     PERFORM 1210-READ-NEXT-PROFILE THRU
004160         1210-READ-NEXT-PROFILE-EXIT
004170         UNTIL WS-BASE-EOF.
004180 1200-FIND-BASELINE-EXIT.
004190     EXIT.
004200*
004210 1210-READ-NEXT-PROFILE.
004220     READ PROFILE-MASTER-FILE NEXT
004230         AT END MOVE "Y" TO WS-BASE-EOF-SW
004240     END-READ.
004250     IF WS-BASE-EOF
004260         GO TO 1210-READ-NEXT-PROFILE-EXIT
004270     END-IF.
004280     IF PRF-PROGRAM-ID OF PROFILE-RECORD NOT = WS-THIS-PROGRAM
004285         OR PRF-EVENT-YEAR OF PROFILE-RECORD NOT = RND-EVENT-YEAR
004290         OR PRF-RUN-DATE OF PROFILE-RECORD NOT < WS-START-DATE
004300         MOVE "Y" TO WS-BASE-EOF-SW
004310         GO TO 1210-READ-NEXT-PROFILE-EXIT
004320     END-IF.
004330     IF PRF-PROFILE-STATUS OF PROFILE-RECORD = "ACCEPTED"
004340         OR PRF-RUN-DATE OF PROFILE-RECORD = WS-TOL-ACCEPT-DATE
004350         MOVE PROFILE-RECORD TO WS-BASELINE-RECORD
004360         MOVE "Y" TO WS-BASELINE-SW
004370     END-IF.
004380 1210-READ-NEXT-PROFILE-EXIT.
004390     EXIT.
004400*
004410* ---------------------------------------------------------------
004420* 2000/2100 -- MAIN READ LOOP WITH ONE-RECORD LOOKAHEAD.  WHEN A
004430* NEW LINE ARRIVES THE HELD LINE IS PROVEN NOT TO BE THE LAST
004440* AND IS PROFILED; AT END OF FILE 2500 DECIDES WHETHER THE HELD
004450* LINE IS THE TRANSMITTAL TRAILER.
004460* ---------------------------------------------------------------
004470 2000-PROFILE-RECORDS.
004480     READ INPUT-FILE INTO WS-INPUT-LINE-AREA
004490         AT END MOVE "Y" TO WS-EOF-SW
004500         NOT AT END
004510             PERFORM 2100-HANDLE-RECORD THRU
004520                 2100-HANDLE-RECORD-EXIT
004530     END-READ.
004540 2000-PROFILE-RECORDS-EXIT.
004550     EXIT.
004560*
004570 2100-HANDLE-RECORD.
004580     PERFORM 2200-CHECK-OVERFLOW THRU 2200-CHECK-OVERFLOW-EXIT.
004590     IF WS-RECORD-HELD
004600         PERFORM 3000-PROFILE-HELD-RECORD THRU
004610             3000-PROFILE-HELD-RECORD-EXIT
004620     END-IF.
004630     MOVE WS-INPUT-LINE-AREA TO WS-HELD-LINE-AREA.
004640     MOVE "Y" TO WS-HELD-SW.
004650 2100-HANDLE-RECORD-EXIT.
004660     EXIT.
004670*
004680* ---------------------------------------------------------------
004690* 2200/2250 -- A LINE LONGER THAN 300 BYTES READS BACK SPLIT
004700* (FILE STATUS "06") BUT WAS ONE TRANSMITTED LINE; DRAIN ITS
004710* CONTINUATIONS SO IT IS PROFILED AS ONE (AT ITS FULL 300
004720* BYTES, WHICH IS ITSELF A LENGTH THE BASELINE WILL NOT HAVE).
004730* ---------------------------------------------------------------
004740 2200-CHECK-OVERFLOW.
004750     IF WS-INPUT-STATUS = "06"
004760         ADD 1 TO WS-OVFL-COUNT
004770         MOVE WS-INPUT-LINE-AREA TO WS-OVFL-SAVE-AREA
004780         PERFORM 2250-DRAIN-SPLIT-CONTINUATION THRU
004790             2250-DRAIN-SPLIT-CONTINUATION-EXIT
004800             UNTIL WS-EOF
004810             OR WS-INPUT-STATUS NOT = "06"
004820         MOVE WS-OVFL-SAVE-AREA TO WS-INPUT-LINE-AREA
004830     END-IF.
004840 2200-CHECK-OVERFLOW-EXIT.
004850     EXIT.
004860*
004870 2250-DRAIN-SPLIT-CONTINUATION.
004880     READ INPUT-FILE INTO WS-INPUT-LINE-AREA
004890         AT END MOVE "Y" TO WS-EOF-SW
004900     END-READ.
004910 2250-DRAIN-SPLIT-CONTINUATION-EXIT.
004920     EXIT.
004930*
004940* ---------------------------------------------------------------
004950* 2500 -- THE HELD LINE IS THE FILE'S LAST.  A QUALIFYING
004960* TRANSMITTAL TRAILER (THE SAME TEST AOC-2020-STGLOAD APPLIES)
004970* IS CONTROL INFORMATION AND IS NOT PROFILED; ANYTHING ELSE IS
004980* PROFILED LIKE ANY OTHER LINE.
004990* ---------------------------------------------------------------
005000 2500-FLUSH-HELD-RECORD.
005010     IF NOT WS-RECORD-HELD
005020         GO TO 2500-FLUSH-HELD-RECORD-EXIT
005030     END-IF.
005040     IF WS-HLT-RECORD-TYPE = "T"
005050         AND WS-HLT-RECORD-COUNT NUMERIC
005060         AND WS-HLT-HASH-TOTAL NUMERIC
005070         AND WS-HLT-RECORD-COUNT = WS-REC-COUNT
005080         GO TO 2500-FLUSH-HELD-RECORD-EXIT
005090     END-IF.
005100     PERFORM 3000-PROFILE-HELD-RECORD THRU
005110         3000-PROFILE-HELD-RECORD-EXIT.
005120 2500-FLUSH-HELD-RECORD-EXIT.
005130     EXIT.
005140*
005150* ---------------------------------------------------------------
005160* 3000/3100/3200/3300/3310 -- PROFILE ONE LINE.  A BLANK LINE
005170* COUNTS TOWARD THE BLANK-LINE RATIO ONLY.  ANY OTHER LINE
005180* ADDS ITS LENGTH NET OF TRAILING SPACES, MARKS THE CHARACTER
005190* CLASS OF EVERY NON-SPACE BYTE IN ITS TEN-COLUMN BAND, AND,
005200* WHEN IT IS AN "H" LINE, COUNTS ITS SECTION NAME.
005210* ---------------------------------------------------------------
005220 3000-PROFILE-HELD-RECORD.
005230     ADD 1 TO WS-REC-COUNT.
005240     IF WS-HELD-LINE-AREA = SPACES
005250         ADD 1 TO WS-BLANK-COUNT
005260         GO TO 3000-PROFILE-HELD-RECORD-EXIT
005270     END-IF.
005280     ADD 1 TO WS-NONBLANK-COUNT.
005290     MOVE 300 TO WS-TRIM-LEN.
005300     PERFORM 3100-TRIM-ONE-BYTE THRU 3100-TRIM-ONE-BYTE-EXIT
005310         UNTIL WS-TRIM-LEN = 0
005320         OR WS-HELD-LINE-AREA (WS-TRIM-LEN:1) NOT = SPACE.
005330     ADD WS-TRIM-LEN TO WS-TOTAL-LENGTH.
005340     IF WS-TRIM-LEN < WS-MIN-LENGTH
005350         MOVE WS-TRIM-LEN TO WS-MIN-LENGTH
005360     END-IF.
005370     IF WS-TRIM-LEN > WS-MAX-LENGTH
005380         MOVE WS-TRIM-LEN TO WS-MAX-LENGTH
005390     END-IF.
005400     PERFORM 3200-CLASS-ONE-BYTE THRU 3200-CLASS-ONE-BYTE-EXIT
005410         VARYING WS-COL-SUB FROM 1 BY 1
005420         UNTIL WS-COL-SUB > WS-TRIM-LEN.
005430     IF WS-HLD-RECORD-TYPE = "H"
005440         PERFORM 3300-COUNT-SECTION THRU 3300-COUNT-SECTION-EXIT
005450     END-IF.
005460 3000-PROFILE-HELD-RECORD-EXIT.
005470     EXIT.
005480*
005490 3100-TRIM-ONE-BYTE.
005500     SUBTRACT 1 FROM WS-TRIM-LEN.
005510 3100-TRIM-ONE-BYTE-EXIT.
005520     EXIT.
005530*
005540 3200-CLASS-ONE-BYTE.
005550     MOVE WS-HELD-LINE-AREA (WS-COL-SUB:1) TO WS-CLASS-BYTE.
005560     IF WS-CLASS-BYTE = SPACE
005570         GO TO 3200-CLASS-ONE-BYTE-EXIT
005580     END-IF.
005590     COMPUTE WS-BAND-SUB = (WS-COL-SUB - 1) / 10 + 1.
005600     EVALUATE TRUE
005610         WHEN WS-CLASS-BYTE NUMERIC
005620             MOVE "D" TO PRF-BAND-CLASSES OF WS-PROFILE-RECORD
005630                 (WS-BAND-SUB) (1:1)
005640         WHEN WS-CLASS-BYTE ALPHABETIC
005650             MOVE "A" TO PRF-BAND-CLASSES OF WS-PROFILE-RECORD
005660                 (WS-BAND-SUB) (2:1)
005670         WHEN OTHER
005680             MOVE "S" TO PRF-BAND-CLASSES OF WS-PROFILE-RECORD
005690                 (WS-BAND-SUB) (3:1)
005700     END-EVALUATE.
005710 3200-CLASS-ONE-BYTE-EXIT.
005720     EXIT.
005730*
005740* 3300 -- LEAVES WS-SECT-SUB ON THE SECTION'S SLOT, ADDING A
005750* SLOT FOR A NAME NOT SEEN YET; PAST TEN NAMES THE LINE COUNTS
005760* IN THE OVERFLOW TALLY.
005770 3300-COUNT-SECTION.
005780     MOVE 1 TO WS-SECT-SUB.
005790     PERFORM 3310-TEST-ONE-SECTION THRU 3310-TEST-ONE-SECTION-EXIT
005800         UNTIL WS-SECT-SUB > PRF-SECTION-USED OF WS-PROFILE-RECORD
005810         OR PRF-SECTION-NAME OF WS-PROFILE-RECORD (WS-SECT-SUB)
005820             = WS-HLD-SECTION-NAME.
005830     IF WS-SECT-SUB <= PRF-SECTION-USED OF WS-PROFILE-RECORD
005840         ADD 1 TO PRF-SECTION-COUNT OF WS-PROFILE-RECORD
005850             (WS-SECT-SUB)
005860         GO TO 3300-COUNT-SECTION-EXIT
005870     END-IF.
005880     IF PRF-SECTION-USED OF WS-PROFILE-RECORD >= 10
005890         ADD 1 TO PRF-SECTION-OVERFLOW OF WS-PROFILE-RECORD
005900         GO TO 3300-COUNT-SECTION-EXIT
005910     END-IF.
005920     ADD 1 TO PRF-SECTION-USED OF WS-PROFILE-RECORD.
005930     MOVE WS-HLD-SECTION-NAME TO PRF-SECTION-NAME
005940         OF WS-PROFILE-RECORD (WS-SECT-SUB).
005950     MOVE 1 TO PRF-SECTION-COUNT OF WS-PROFILE-RECORD
005960         (WS-SECT-SUB).
005970 3300-COUNT-SECTION-EXIT.
005980     EXIT.
005990*
006000 3310-TEST-ONE-SECTION.
006010     IF PRF-SECTION-NAME OF WS-PROFILE-RECORD (WS-SECT-SUB)
006020             NOT = WS-HLD-SECTION-NAME
006030         ADD 1 TO WS-SECT-SUB
006040     END-IF.
006050 3310-TEST-ONE-SECTION-EXIT.
006060     EXIT.
006070*
006080* ---------------------------------------------------------------
006090* 4000 -- CLOSE OUT TONIGHT'S FIGURES.  A FILE WITH NO NON-BLANK
006100* LINE HAS NO LENGTHS AT ALL AND CARRIES ZEROS.
006110* ---------------------------------------------------------------
006120 4000-FINISH-PROFILE.
006130     MOVE WS-THIS-PROGRAM TO PRF-PROGRAM-ID OF WS-PROFILE-RECORD.
006135     MOVE RND-EVENT-YEAR TO PRF-EVENT-YEAR OF WS-PROFILE-RECORD.
006140     MOVE WS-START-DATE TO PRF-RUN-DATE OF WS-PROFILE-RECORD.
006150     MOVE WS-START-TIME TO PRF-RUN-TIME OF WS-PROFILE-RECORD.
006160     MOVE WS-REC-COUNT TO PRF-LINE-COUNT OF WS-PROFILE-RECORD.
006170     MOVE WS-BLANK-COUNT TO PRF-BLANK-COUNT OF WS-PROFILE-RECORD.
006180     IF WS-NONBLANK-COUNT = 0
006190         MOVE 0 TO WS-MIN-LENGTH
006200         MOVE 0 TO PRF-AVG-LENGTH OF WS-PROFILE-RECORD
006210     ELSE
006220         COMPUTE PRF-AVG-LENGTH OF WS-PROFILE-RECORD =
006230             WS-TOTAL-LENGTH / WS-NONBLANK-COUNT
006240     END-IF.
006250     MOVE WS-MIN-LENGTH TO PRF-MIN-LENGTH OF WS-PROFILE-RECORD.
006260     MOVE WS-MAX-LENGTH TO PRF-MAX-LENGTH OF WS-PROFILE-RECORD.
006270     IF WS-REC-COUNT = 0
006280         MOVE 0 TO PRF-BLANK-PCT OF WS-PROFILE-RECORD
006290     ELSE
006300         COMPUTE PRF-BLANK-PCT OF WS-PROFILE-RECORD =
006310             (WS-BLANK-COUNT * 100) / WS-REC-COUNT
006320     END-IF.
006330     IF WS-BASELINE-FOUND
006340         MOVE PRF-RUN-DATE OF WS-BASELINE-RECORD
006350             TO PRF-BASELINE-DATE OF WS-PROFILE-RECORD
006360     ELSE
006370         MOVE SPACES TO PRF-BASELINE-DATE OF WS-PROFILE-RECORD
006380     END-IF.
006390 4000-FINISH-PROFILE-EXIT.
006400     EXIT.
006410*
006420* ---------------------------------------------------------------
006430* 4500/4510/4520 -- TONIGHT'S PROFILE SECTION OF THE DRIFT
006440* REPORT, EACH FIGURE BESIDE ITS BASELINE VALUE.
006450* ---------------------------------------------------------------
006460 4500-WRITE-PROFILE-SECTION.
006470     MOVE SPACES TO WS-DRIFT-REPORT-LINE.
006480     MOVE "AOC-2020-PROFILE INPUT PROFILE REPORT" TO WS-PRP-LABEL.
006490     WRITE DRIFT-REPORT-RECORD FROM WS-DRIFT-REPORT-LINE.
006500     MOVE SPACES TO WS-DRIFT-REPORT-LINE.
006510     MOVE "DAY NUMBER" TO WS-PRP-LABEL.
006520     MOVE PARM-DAY-NUM TO WS-PRP-VALUE.
006530     WRITE DRIFT-REPORT-RECORD FROM WS-DRIFT-REPORT-LINE.
006540     MOVE SPACES TO WS-DRIFT-REPORT-LINE.
006550     MOVE "RUN DATE" TO WS-PRP-LABEL.
006560     MOVE WS-START-DATE TO WS-PRP-VALUE.
006570     WRITE DRIFT-REPORT-RECORD FROM WS-DRIFT-REPORT-LINE.
006580     MOVE SPACES TO WS-DRIFT-REPORT-LINE.
006590     MOVE "BASELINE RUN DATE" TO WS-PRP-LABEL.
006600     IF WS-BASELINE-FOUND
006610         MOVE PRF-RUN-DATE OF WS-BASELINE-RECORD TO WS-PRP-VALUE
006620     ELSE
006630         MOVE "NONE - NO ACCEPTED PROFILE ON FILE" TO WS-PRP-VALUE
006640     END-IF.
006650     WRITE DRIFT-REPORT-RECORD FROM WS-DRIFT-REPORT-LINE.
006660     MOVE "LINES PROFILED" TO WS-PRP-LABEL.
006670     MOVE PRF-LINE-COUNT OF WS-PROFILE-RECORD TO WS-ED-COUNT-1.
006680     MOVE PRF-LINE-COUNT OF WS-BASELINE-RECORD TO WS-ED-COUNT-2.
006690     PERFORM 4510-WRITE-FIGURE-LINE THRU
006700         4510-WRITE-FIGURE-LINE-EXIT.
006710     MOVE "BLANK LINES" TO WS-PRP-LABEL.
006720     MOVE PRF-BLANK-COUNT OF WS-PROFILE-RECORD TO WS-ED-COUNT-1.
006730     MOVE PRF-BLANK-COUNT OF WS-BASELINE-RECORD TO WS-ED-COUNT-2.
006740     PERFORM 4510-WRITE-FIGURE-LINE THRU
006750         4510-WRITE-FIGURE-LINE-EXIT.
006760     MOVE "BLANK-LINE RATIO (PERCENT)" TO WS-PRP-LABEL.
006770     MOVE PRF-BLANK-PCT OF WS-PROFILE-RECORD TO WS-ED-COUNT-1.
006780     MOVE PRF-BLANK-PCT OF WS-BASELINE-RECORD TO WS-ED-COUNT-2.
006790     PERFORM 4510-WRITE-FIGURE-LINE THRU
006800         4510-WRITE-FIGURE-LINE-EXIT.
006810     MOVE "MINIMUM LINE LENGTH" TO WS-PRP-LABEL.
006820     MOVE PRF-MIN-LENGTH OF WS-PROFILE-RECORD TO WS-ED-COUNT-1.
006830     MOVE PRF-MIN-LENGTH OF WS-BASELINE-RECORD TO WS-ED-COUNT-2.
006840     PERFORM 4510-WRITE-FIGURE-LINE THRU
006850         4510-WRITE-FIGURE-LINE-EXIT.
006860     MOVE "MAXIMUM LINE LENGTH" TO WS-PRP-LABEL.
006870     MOVE PRF-MAX-LENGTH OF WS-PROFILE-RECORD TO WS-ED-COUNT-1.
006880     MOVE PRF-MAX-LENGTH OF WS-BASELINE-RECORD TO WS-ED-COUNT-2.
006890     PERFORM 4510-WRITE-FIGURE-LINE THRU
006900         4510-WRITE-FIGURE-LINE-EXIT.
006910     MOVE "AVERAGE LINE LENGTH" TO WS-PRP-LABEL.
006920     MOVE PRF-AVG-LENGTH OF WS-PROFILE-RECORD TO WS-ED-COUNT-1.
006930     MOVE PRF-AVG-LENGTH OF WS-BASELINE-RECORD TO WS-ED-COUNT-2.
006940     PERFORM 4510-WRITE-FIGURE-LINE THRU
006950         4510-WRITE-FIGURE-LINE-EXIT.
006960     MOVE SPACES TO WS-DRIFT-REPORT-LINE.
006970     MOVE "COLUMN BAND CLASSES (D/A/S BY 10 COLS)"
006980         TO WS-PRP-LABEL.
006990     MOVE PRF-BAND-TABLE OF WS-PROFILE-RECORD TO WS-PRP-VALUE.
007000     WRITE DRIFT-REPORT-RECORD FROM WS-DRIFT-REPORT-LINE.
007010     IF WS-BASELINE-FOUND
007020         MOVE SPACES TO WS-DRIFT-REPORT-LINE
007030         MOVE "COLUMN BAND CLASSES - BASELINE" TO WS-PRP-LABEL
007040         MOVE PRF-BAND-TABLE OF WS-BASELINE-RECORD
007050             TO WS-PRP-VALUE
007060         WRITE DRIFT-REPORT-RECORD FROM WS-DRIFT-REPORT-LINE
007070     END-IF.
007080     PERFORM 4520-WRITE-SECTION-LINE THRU
007090         4520-WRITE-SECTION-LINE-EXIT
007100         VARYING WS-SECT-SUB FROM 1 BY 1
007110         UNTIL WS-SECT-SUB >
007115             PRF-SECTION-USED OF WS-PROFILE-RECORD.
007120     IF PRF-SECTION-OVERFLOW OF WS-PROFILE-RECORD > 0
007130         MOVE SPACES TO WS-DRIFT-REPORT-LINE
007140         MOVE "SECTION LINES PAST THE TENTH NAME"
007150             TO WS-PRP-LABEL
007160         MOVE PRF-SECTION-OVERFLOW OF WS-PROFILE-RECORD
007170             TO WS-PRP-VALUE
007180         WRITE DRIFT-REPORT-RECORD FROM WS-DRIFT-REPORT-LINE
007190     END-IF.
007200 4500-WRITE-PROFILE-SECTION-EXIT.
007210     EXIT.
007220*
007230* 4510 -- THE CALLER HAS SET THE LABEL AND BOTH FIGURES.
007240 4510-WRITE-FIGURE-LINE.
007250     MOVE SPACES TO WS-PRP-VALUE.
007260     IF WS-BASELINE-FOUND
007270         STRING "TONIGHT " DELIMITED BY SIZE
007280             WS-ED-COUNT-1 DELIMITED BY SIZE
007290             "   BASELINE " DELIMITED BY SIZE
007300             WS-ED-COUNT-2 DELIMITED BY SIZE
007310             INTO WS-PRP-VALUE
007320     ELSE
007330         STRING "TONIGHT " DELIMITED BY SIZE
007340             WS-ED-COUNT-1 DELIMITED BY SIZE
007350             INTO WS-PRP-VALUE
007360     END-IF.
007370     WRITE DRIFT-REPORT-RECORD FROM WS-DRIFT-REPORT-LINE.
007380 4510-WRITE-FIGURE-LINE-EXIT.
007390     EXIT.
007400*
007410 4520-WRITE-SECTION-LINE.
007420     MOVE SPACES TO WS-DRIFT-REPORT-LINE.
007430     MOVE "HEADER SECTION / LINES" TO WS-PRP-LABEL.
007440     MOVE PRF-SECTION-COUNT OF WS-PROFILE-RECORD (WS-SECT-SUB)
007450         TO WS-ED-SECT-1.
007460     STRING PRF-SECTION-NAME OF WS-PROFILE-RECORD (WS-SECT-SUB)
007470         DELIMITED BY SIZE
007480         " " DELIMITED BY SIZE
007490         WS-ED-SECT-1 DELIMITED BY SIZE
007500         INTO WS-PRP-VALUE.
007510     WRITE DRIFT-REPORT-RECORD FROM WS-DRIFT-REPORT-LINE.
007520 4520-WRITE-SECTION-LINE-EXIT.
007530     EXIT.
007540*
007550* ---------------------------------------------------------------
007560* 5000 -- COMPARE TONIGHT'S PROFILE WITH THE BASELINE.  EACH
007570* FINDING IS WRITTEN TO THE REPORT AS IT IS MADE (5900).  WITH
007580* NO BASELINE ON FILE THERE IS NOTHING TO COMPARE, AND
007590* TONIGHT'S PROFILE BECOMES THE FIRST ONE.
007600* ---------------------------------------------------------------
007610 5000-COMPARE-TO-BASELINE.
007620     IF NOT WS-BASELINE-FOUND
007630         MOVE SPACES TO WS-DRIFT-REPORT-LINE
007640         MOVE "DRIFT FINDINGS" TO WS-PRP-LABEL
007650         MOVE "NONE - TONIGHT'S PROFILE BECOMES THE BASELINE"
007660             TO WS-PRP-VALUE
007670         WRITE DRIFT-REPORT-RECORD FROM WS-DRIFT-REPORT-LINE
007680         GO TO 5000-COMPARE-TO-BASELINE-EXIT
007690     END-IF.
007700     MOVE "MINIMUM LINE LENGTH" TO WS-MEASURE-NAME.
007710     MOVE PRF-MIN-LENGTH OF WS-BASELINE-RECORD TO WS-OLD-VALUE.
007720     MOVE PRF-MIN-LENGTH OF WS-PROFILE-RECORD TO WS-NEW-VALUE.
007730     PERFORM 5100-CHECK-ONE-LENGTH THRU
007735         5100-CHECK-ONE-LENGTH-EXIT.
007740     MOVE "MAXIMUM LINE LENGTH" TO WS-MEASURE-NAME.
007750     MOVE PRF-MAX-LENGTH OF WS-BASELINE-RECORD TO WS-OLD-VALUE.
007760     MOVE PRF-MAX-LENGTH OF WS-PROFILE-RECORD TO WS-NEW-VALUE.
007770     PERFORM 5100-CHECK-ONE-LENGTH THRU
007775         5100-CHECK-ONE-LENGTH-EXIT.
007780     MOVE "AVERAGE LINE LENGTH" TO WS-MEASURE-NAME.
007790     MOVE PRF-AVG-LENGTH OF WS-BASELINE-RECORD TO WS-OLD-VALUE.
007800     MOVE PRF-AVG-LENGTH OF WS-PROFILE-RECORD TO WS-NEW-VALUE.
007810     PERFORM 5100-CHECK-ONE-LENGTH THRU
007815         5100-CHECK-ONE-LENGTH-EXIT.
007820     PERFORM 5200-CHECK-BLANK-RATIO THRU
007830         5200-CHECK-BLANK-RATIO-EXIT.
007840     PERFORM 5300-CHECK-ONE-BAND THRU 5300-CHECK-ONE-BAND-EXIT
007850         VARYING WS-BAND-SUB FROM 1 BY 1
007860         UNTIL WS-BAND-SUB > 30.
007870     PERFORM 5400-CHECK-ONE-SECTION THRU
007880         5400-CHECK-ONE-SECTION-EXIT
007890         VARYING WS-SECT-SUB FROM 1 BY 1
007900         UNTIL WS-SECT-SUB >
007905             PRF-SECTION-USED OF WS-PROFILE-RECORD.
007910     PERFORM 5500-CHECK-MISSING-SECTION THRU
007920         5500-CHECK-MISSING-SECTION-EXIT
007930         VARYING WS-BASE-SUB FROM 1 BY 1
007940         UNTIL WS-BASE-SUB >
007950             PRF-SECTION-USED OF WS-BASELINE-RECORD.
007960     IF WS-FINDING-COUNT = 0
007970         MOVE SPACES TO WS-DRIFT-REPORT-LINE
007980         MOVE "DRIFT FINDINGS" TO WS-PRP-LABEL
007990         MOVE "NONE - WITHIN TOLERANCE" TO WS-PRP-VALUE
008000         WRITE DRIFT-REPORT-RECORD FROM WS-DRIFT-REPORT-LINE
008010     END-IF.
008020 5000-COMPARE-TO-BASELINE-EXIT.
008030     EXIT.
008040*
008050* 5100 -- ONE LINE-LENGTH MEASURE.  THE CHANGE IS TAKEN AS A
008060* PERCENT OF THE BASELINE VALUE (A ZERO BASELINE THAT IS NO
008070* LONGER ZERO COUNTS AS 999 PERCENT).
008080 5100-CHECK-ONE-LENGTH.
008090     IF WS-NEW-VALUE = WS-OLD-VALUE
008100         GO TO 5100-CHECK-ONE-LENGTH-EXIT
008110     END-IF.
008120     IF WS-NEW-VALUE > WS-OLD-VALUE
008130         COMPUTE WS-DIFF = WS-NEW-VALUE - WS-OLD-VALUE
008140     ELSE
008150         COMPUTE WS-DIFF = WS-OLD-VALUE - WS-NEW-VALUE
008160     END-IF.
008170     IF WS-OLD-VALUE = 0
008180         MOVE 999 TO WS-PCT
008190     ELSE
008200         COMPUTE WS-PCT = (WS-DIFF * 100) / WS-OLD-VALUE
008210     END-IF.
008220     IF WS-PCT > 999
008230         MOVE 999 TO WS-PCT
008240     END-IF.
008250     EVALUATE TRUE
008260         WHEN WS-PCT > WS-TOL-LENGTH-CRIT
008270             MOVE "CRIT" TO WS-FINDING-SEVERITY
008280         WHEN WS-PCT > WS-TOL-LENGTH-WARN
008290             MOVE "WARN" TO WS-FINDING-SEVERITY
008300         WHEN OTHER
008310             GO TO 5100-CHECK-ONE-LENGTH-EXIT
008320     END-EVALUATE.
008330     MOVE WS-MEASURE-NAME TO WS-FINDING-LABEL.
008340     MOVE WS-OLD-VALUE TO WS-ED-OLD.
008350     MOVE WS-NEW-VALUE TO WS-ED-NEW.
008360     MOVE WS-PCT TO WS-ED-PCT.
008370     MOVE SPACES TO WS-FINDING-DETAIL.
008380     STRING "BASELINE " DELIMITED BY SIZE
008390         WS-ED-OLD DELIMITED BY SIZE
008400         "  TONIGHT " DELIMITED BY SIZE
008410         WS-ED-NEW DELIMITED BY SIZE
008420         "  CHANGE " DELIMITED BY SIZE
008430         WS-ED-PCT DELIMITED BY SIZE
008440         " PERCENT" DELIMITED BY SIZE
008450         INTO WS-FINDING-DETAIL.
008460     PERFORM 5900-RECORD-FINDING THRU 5900-RECORD-FINDING-EXIT.
008470 5100-CHECK-ONE-LENGTH-EXIT.
008480     EXIT.
008490*
008500* 5200 -- THE BLANK-LINE RATIO, COMPARED IN PERCENTAGE POINTS.
008510 5200-CHECK-BLANK-RATIO.
008520     MOVE PRF-BLANK-PCT OF WS-BASELINE-RECORD TO WS-OLD-VALUE.
008530     MOVE PRF-BLANK-PCT OF WS-PROFILE-RECORD TO WS-NEW-VALUE.
008540     IF WS-NEW-VALUE > WS-OLD-VALUE
008550         COMPUTE WS-DIFF = WS-NEW-VALUE - WS-OLD-VALUE
008560     ELSE
008570         COMPUTE WS-DIFF = WS-OLD-VALUE - WS-NEW-VALUE
008580     END-IF.
008590     EVALUATE TRUE
008600         WHEN WS-DIFF > WS-TOL-BLANK-CRIT
008610             MOVE "CRIT" TO WS-FINDING-SEVERITY
008620         WHEN WS-DIFF > WS-TOL-BLANK-WARN
008630             MOVE "WARN" TO WS-FINDING-SEVERITY
008640         WHEN OTHER
008650             GO TO 5200-CHECK-BLANK-RATIO-EXIT
008660     END-EVALUATE.
008670     MOVE "BLANK-LINE RATIO" TO WS-FINDING-LABEL.
008680     MOVE WS-OLD-VALUE TO WS-ED-OLD.
008690     MOVE WS-NEW-VALUE TO WS-ED-NEW.
008700     MOVE WS-DIFF TO WS-ED-PCT.
008710     MOVE SPACES TO WS-FINDING-DETAIL.
008720     STRING "BASELINE " DELIMITED BY SIZE
008730         WS-ED-OLD DELIMITED BY SIZE
008740         " PCT  TONIGHT " DELIMITED BY SIZE
008750         WS-ED-NEW DELIMITED BY SIZE
008760         " PCT  CHANGE " DELIMITED BY SIZE
008770         WS-ED-PCT DELIMITED BY SIZE
008780         " POINTS" DELIMITED BY SIZE
008790         INTO WS-FINDING-DETAIL.
008800     PERFORM 5900-RECORD-FINDING THRU 5900-RECORD-FINDING-EXIT.
008810 5200-CHECK-BLANK-RATIO-EXIT.
008820     EXIT.
008830*
008840* 5300/5310 -- A CHARACTER CLASS SEEN TONIGHT IN A BAND THAT
008850* NEVER HELD IT (LETTERS WHERE THERE WERE ONLY DIGITS).  A
008860* CLASS THAT HAS GONE AWAY IS NOT A FINDING OF ITS OWN -- A
008870* SHORTER LINE SHOWS UP IN THE LENGTH CHECKS ALREADY.
008880 5300-CHECK-ONE-BAND.
008890     PERFORM 5310-CHECK-ONE-CLASS THRU 5310-CHECK-ONE-CLASS-EXIT
008900         VARYING WS-CLASS-SUB FROM 1 BY 1
008910         UNTIL WS-CLASS-SUB > 3.
008920 5300-CHECK-ONE-BAND-EXIT.
008930     EXIT.
008940*
008950 5310-CHECK-ONE-CLASS.
008960     IF PRF-BAND-CLASSES OF WS-PROFILE-RECORD (WS-BAND-SUB)
008970             (WS-CLASS-SUB:1) = SPACE
008980         OR PRF-BAND-CLASSES OF WS-BASELINE-RECORD (WS-BAND-SUB)
008990             (WS-CLASS-SUB:1) NOT = SPACE
009000         GO TO 5310-CHECK-ONE-CLASS-EXIT
009010     END-IF.
009020     EVALUATE WS-CLASS-SUB
009030         WHEN 1
009040             MOVE "DIGITS " TO WS-CLASS-NAME
009050         WHEN 2
009060             MOVE "LETTERS" TO WS-CLASS-NAME
009070         WHEN OTHER
009080             MOVE "OTHERS " TO WS-CLASS-NAME
009090     END-EVALUATE.
009100     COMPUTE WS-ED-FROM = (WS-BAND-SUB - 1) * 10 + 1.
009110     COMPUTE WS-ED-TO = WS-BAND-SUB * 10.
009120     MOVE WS-TOL-CLASS-SEV TO WS-FINDING-SEVERITY.
009130     MOVE "NEW CHARACTER CLASS" TO WS-FINDING-LABEL.
009140     MOVE SPACES TO WS-FINDING-DETAIL.
009150     STRING WS-CLASS-NAME DELIMITED BY SIZE
009160         " IN COLUMNS " DELIMITED BY SIZE
009170         WS-ED-FROM DELIMITED BY SIZE
009180         "-" DELIMITED BY SIZE
009190         WS-ED-TO DELIMITED BY SIZE
009200         INTO WS-FINDING-DETAIL.
009210     PERFORM 5900-RECORD-FINDING THRU 5900-RECORD-FINDING-EXIT.
009220 5310-CHECK-ONE-CLASS-EXIT.
009230     EXIT.
009240*
009250* 5400/5410 -- EACH OF TONIGHT'S SECTION NAMES AGAINST THE
009260* BASELINE'S: A NAME NEVER SEEN BEFORE, OR A KNOWN NAME WITH A
009270* DIFFERENT NUMBER OF HEADER LINES.
009280 5400-CHECK-ONE-SECTION.
009290     MOVE 1 TO WS-BASE-SUB.
009300     PERFORM 5410-TEST-BASE-SECTION THRU
009310         5410-TEST-BASE-SECTION-EXIT
009320         UNTIL WS-BASE-SUB >
009325             PRF-SECTION-USED OF WS-BASELINE-RECORD
009330         OR PRF-SECTION-NAME OF WS-BASELINE-RECORD (WS-BASE-SUB)
009340             = PRF-SECTION-NAME OF WS-PROFILE-RECORD
009345                 (WS-SECT-SUB).
009350     MOVE SPACES TO WS-FINDING-DETAIL.
009360     IF WS-BASE-SUB > PRF-SECTION-USED OF WS-BASELINE-RECORD
009370         MOVE WS-TOL-SECTION-SEV TO WS-FINDING-SEVERITY
009380         MOVE "NEW SECTION NAME" TO WS-FINDING-LABEL
009390         MOVE PRF-SECTION-NAME OF WS-PROFILE-RECORD (WS-SECT-SUB)
009400             TO WS-FINDING-DETAIL
009410         PERFORM 5900-RECORD-FINDING THRU
009420             5900-RECORD-FINDING-EXIT
009430         GO TO 5400-CHECK-ONE-SECTION-EXIT
009440     END-IF.
009450     IF PRF-SECTION-COUNT OF WS-PROFILE-RECORD (WS-SECT-SUB) =
009460         PRF-SECTION-COUNT OF WS-BASELINE-RECORD (WS-BASE-SUB)
009470         GO TO 5400-CHECK-ONE-SECTION-EXIT
009480     END-IF.
009490     MOVE "WARN" TO WS-FINDING-SEVERITY.
009500     MOVE "SECTION COUNT CHANGED" TO WS-FINDING-LABEL.
009510     MOVE PRF-SECTION-COUNT OF WS-BASELINE-RECORD (WS-BASE-SUB)
009520         TO WS-ED-SECT-1.
009530     MOVE PRF-SECTION-COUNT OF WS-PROFILE-RECORD (WS-SECT-SUB)
009540         TO WS-ED-SECT-2.
009550     STRING PRF-SECTION-NAME OF WS-PROFILE-RECORD (WS-SECT-SUB)
009560         DELIMITED BY SIZE
009570         " BASELINE " DELIMITED BY SIZE
009580         WS-ED-SECT-1 DELIMITED BY SIZE
009590         "  TONIGHT " DELIMITED BY SIZE
009600         WS-ED-SECT-2 DELIMITED BY SIZE
009610         INTO WS-FINDING-DETAIL.
009620     PERFORM 5900-RECORD-FINDING THRU 5900-RECORD-FINDING-EXIT.
009630 5400-CHECK-ONE-SECTION-EXIT.
009640     EXIT.
009650*
009660 5410-TEST-BASE-SECTION.
009670     IF PRF-SECTION-NAME OF WS-BASELINE-RECORD (WS-BASE-SUB)
009680             NOT = PRF-SECTION-NAME OF WS-PROFILE-RECORD
009690             (WS-SECT-SUB)
009700         ADD 1 TO WS-BASE-SUB
009710     END-IF.
009720 5410-TEST-BASE-SECTION-EXIT.
009730     EXIT.
009740*
009750* 5500/5510 -- A BASELINE SECTION NAME THAT DID NOT APPEAR
009760* TONIGHT.
009770 5500-CHECK-MISSING-SECTION.
009780     MOVE 1 TO WS-SECT-SUB.
009790     PERFORM 5510-TEST-TONIGHT-SECTION THRU
009800         5510-TEST-TONIGHT-SECTION-EXIT
009810         UNTIL WS-SECT-SUB > PRF-SECTION-USED OF WS-PROFILE-RECORD
009820         OR PRF-SECTION-NAME OF WS-PROFILE-RECORD (WS-SECT-SUB)
009830             = PRF-SECTION-NAME OF WS-BASELINE-RECORD
009835                 (WS-BASE-SUB).
009840     IF WS-SECT-SUB <= PRF-SECTION-USED OF WS-PROFILE-RECORD
009850         GO TO 5500-CHECK-MISSING-SECTION-EXIT
009860     END-IF.
009870     MOVE WS-TOL-SECTION-SEV TO WS-FINDING-SEVERITY.
009880     MOVE "SECTION NAME MISSING" TO WS-FINDING-LABEL.
009890     MOVE SPACES TO WS-FINDING-DETAIL.
009900     MOVE PRF-SECTION-NAME OF WS-BASELINE-RECORD (WS-BASE-SUB)
009910         TO WS-FINDING-DETAIL.
009920     PERFORM 5900-RECORD-FINDING THRU 5900-RECORD-FINDING-EXIT.
009930 5500-CHECK-MISSING-SECTION-EXIT.
009940     EXIT.
009950*
009960 5510-TEST-TONIGHT-SECTION.
009970     IF PRF-SECTION-NAME OF WS-PROFILE-RECORD (WS-SECT-SUB)
009980             NOT = PRF-SECTION-NAME OF WS-BASELINE-RECORD
009990             (WS-BASE-SUB)
010000         ADD 1 TO WS-SECT-SUB
010010     END-IF.
010020 5510-TEST-TONIGHT-SECTION-EXIT.
010030     EXIT.
010040*
010050* 5900 -- WRITE ONE FINDING TO THE REPORT AND KEEP THE WORST
010060* SEVERITY (CRIT OVER WARN) AND THE FIRST FINDING AT IT.
010070 5900-RECORD-FINDING.
010080     ADD 1 TO WS-FINDING-COUNT.
010090     MOVE SPACES TO WS-DRIFT-REPORT-LINE.
010100     STRING "DRIFT " DELIMITED BY SIZE
010110         WS-FINDING-SEVERITY DELIMITED BY SIZE
010120         " " DELIMITED BY SIZE
010130         WS-FINDING-LABEL DELIMITED BY SIZE
010140         INTO WS-PRP-LABEL.
010150     MOVE WS-FINDING-DETAIL TO WS-PRP-VALUE.
010160     WRITE DRIFT-REPORT-RECORD FROM WS-DRIFT-REPORT-LINE.
010170     IF WS-FINDING-SEVERITY = "CRIT"
010180         AND WS-WORST-SEVERITY NOT = "CRIT"
010190         MOVE "CRIT" TO WS-WORST-SEVERITY
010200         MOVE WS-FINDING-LABEL TO WS-WORST-LABEL
010210     END-IF.
010220     IF WS-FINDING-SEVERITY = "WARN"
010230         AND WS-WORST-SEVERITY = "NONE"
010240         MOVE "WARN" TO WS-WORST-SEVERITY
010250         MOVE WS-FINDING-LABEL TO WS-WORST-LABEL
010260     END-IF.
010270 5900-RECORD-FINDING-EXIT.
010280     EXIT.
010290*
010300* ---------------------------------------------------------------
010310* 6000 -- POST TONIGHT'S PROFILE TO THE MASTER.  CRIT DRIFT IS
010320* KEPT AS "DRIFT" AND IS NOT A BASELINE FOR LATER NIGHTS --
010330* UNLESS TONIGHT IS THE RUN DATE OPERATIONS ACCEPTED ON THE
010340* TOLERANCE FILE FOR AN ANNOUNCED FORMAT CHANGE.  A RERUN THE
010350* SAME NIGHT REWRITES THE NIGHT'S ROW.
010360* ---------------------------------------------------------------
010370 6000-POST-PROFILE.
010380     IF WS-START-DATE = WS-TOL-ACCEPT-DATE
010390         MOVE "Y" TO WS-ACCEPTED-SW
010400     END-IF.
010410     IF WS-WORST-SEVERITY = "CRIT"
010420         AND NOT WS-ACCEPTED-TONIGHT
010430         MOVE "DRIFT   " TO
010435             PRF-PROFILE-STATUS OF WS-PROFILE-RECORD
010440     ELSE
010450         MOVE "ACCEPTED" TO
010455             PRF-PROFILE-STATUS OF WS-PROFILE-RECORD
010460     END-IF.
010470     MOVE WS-WORST-SEVERITY TO
010480         PRF-WORST-SEVERITY OF WS-PROFILE-RECORD.
010490     MOVE WS-PROFILE-RECORD TO PROFILE-RECORD.
010500     WRITE PROFILE-RECORD
010510         INVALID KEY
010520             REWRITE PROFILE-RECORD
010530                 INVALID KEY
010540                     DISPLAY "AOC-2020-PROFILE NOTICE - PROFILE"
010550                         " ROW NOT POSTED, STATUS "
010560                         WS-MASTER-STATUS
010570             END-REWRITE
010580     END-WRITE.
010590 6000-POST-PROFILE-EXIT.
010600     EXIT.
010610*
010620* ---------------------------------------------------------------
010630* 7000 -- CLOSE THE DAY'S REPORT SECTION AND RAISE THE ALERT.
010640* THE ALERT NAMES THE FIRST FINDING AT THE WORST SEVERITY; THE
010650* REPORT HAS THE REST.  DRIFT ON A NIGHT OPERATIONS ACCEPTED IN
010660* ADVANCE IS EXPECTED, SO IT GOES OUT AS INFO WITH RETURN CODE
010670* ZERO INSTEAD OF PAGING THE ON-CALL.  THE MANAGER COMES BACK
010680* WITH ITS OWN (ZERO) RETURN CODE, SO THE STEP'S CODE IS SET
010690* AFTER THE CALL.
010700* ---------------------------------------------------------------
010710 7000-SETTLE-OUTCOME.
010720     MOVE SPACES TO WS-DRIFT-REPORT-LINE.
010730     MOVE "PROFILE STATUS / WORST DRIFT" TO WS-PRP-LABEL.
010740     STRING PRF-PROFILE-STATUS OF WS-PROFILE-RECORD
010750         DELIMITED BY SIZE
010760         " " DELIMITED BY SIZE
010770         WS-WORST-SEVERITY DELIMITED BY SIZE
010780         INTO WS-PRP-VALUE.
010790     WRITE DRIFT-REPORT-RECORD FROM WS-DRIFT-REPORT-LINE.
010800     IF WS-ACCEPTED-TONIGHT
010810         MOVE SPACES TO WS-DRIFT-REPORT-LINE
010820         MOVE "ACCEPTED ON THE TOLERANCE FILE FOR"
010830             TO WS-PRP-LABEL
010840         MOVE WS-TOL-ACCEPT-DATE TO WS-PRP-VALUE
010850         WRITE DRIFT-REPORT-RECORD FROM WS-DRIFT-REPORT-LINE
010860     END-IF.
010870     DISPLAY "AOC-2020-PROFILE DAY " PARM-DAY-NUM " "
010880         PRF-PROFILE-STATUS OF WS-PROFILE-RECORD
010890         " WORST DRIFT " WS-WORST-SEVERITY.
010900     IF WS-WORST-SEVERITY = "NONE"
010910         MOVE 0 TO RETURN-CODE
010920         GO TO 7000-SETTLE-OUTCOME-EXIT
010930     END-IF.
010940     MOVE WS-START-DATE TO ALP-RUN-DATE.
010950     MOVE WS-PROGRAM-MNEMONIC TO ALP-PROGRAM-ID.
010960     IF WS-ACCEPTED-TONIGHT
010970         MOVE "INFO" TO ALP-SEVERITY
010980     ELSE
010990         MOVE WS-WORST-SEVERITY TO ALP-SEVERITY
011000     END-IF.
011010     MOVE "INPUT-DRIFT     " TO ALP-ALERT-TYPE.
011020     MOVE SPACES TO ALP-ALERT-TEXT.
011030     STRING "DAY " DELIMITED BY SIZE
011040         PARM-DAY-NUM DELIMITED BY SIZE
011050         " " DELIMITED BY SIZE
011060         WS-WORST-LABEL DELIMITED BY SIZE
011070         INTO ALP-ALERT-TEXT.
011080     CALL "AOC-2020-ALERT" USING WS-ALERT-PARM.
011090     EVALUATE TRUE
011100         WHEN WS-ACCEPTED-TONIGHT
011110             MOVE 0 TO RETURN-CODE
011120         WHEN WS-WORST-SEVERITY = "CRIT"
011130             MOVE 8 TO RETURN-CODE
011140         WHEN OTHER
011150             MOVE 4 TO RETURN-CODE
011160     END-EVALUATE.
011170 7000-SETTLE-OUTCOME-EXIT.
011180     EXIT.
011190*
011200 8500-TERMINATE.
011210     CLOSE INPUT-FILE.
011220     CLOSE DRIFT-REPORT-FILE.
011230     CLOSE PROFILE-MASTER-FILE.
011240 8500-TERMINATE-EXIT.
011250     EXIT.
011260*
011270* ---------------------------------------------------------------
011280* 9000 -- APPEND ONE LINE TO THE SHARED JOB-RUN AUDIT TRAIL.
011290* AUD-REC-COUNT CARRIES LINES PROFILED, AUD-SKIP-COUNT BLANK
011300* LINES AND AUD-EXCP-COUNT DRIFT FINDINGS.  DRIFT IS A FINDING,
011310* NOT A FAILURE OF THE STEP -- ONLY AN ABEND IS A FAILED ROW.
011320* ---------------------------------------------------------------
011330 9000-WRITE-AUDIT-LOG.
011340     OPEN EXTEND AUDIT-FILE.
011350     IF WS-AUDIT-STATUS NOT = "00"
011360         OPEN OUTPUT AUDIT-FILE
011370     END-IF.
011380     MOVE SPACES TO WS-AUDIT-RECORD.
011390     MOVE WS-PROGRAM-MNEMONIC TO
011400         AUD-PROGRAM-ID OF WS-AUDIT-RECORD.
011410     MOVE WS-START-DATE TO AUD-RUN-DATE OF WS-AUDIT-RECORD.
011411     MOVE RND-EVENT-YEAR TO AUD-EVENT-YEAR OF WS-AUDIT-RECORD.
011420     MOVE WS-START-TIME TO AUD-RUN-TIME OF WS-AUDIT-RECORD.
011430     MOVE WS-REC-COUNT TO AUD-REC-COUNT OF WS-AUDIT-RECORD.
011440     MOVE WS-BLANK-COUNT TO AUD-SKIP-COUNT OF WS-AUDIT-RECORD.
011450     MOVE WS-FINDING-COUNT TO AUD-EXCP-COUNT OF WS-AUDIT-RECORD.
011460* AOC-2020-ELAPSE COMES BACK WITH ITS OWN (ZERO) RETURN-CODE
011470* REGISTER -- SAVE AND RESTORE THE CALLER'S AROUND THE CALL.
011480     MOVE RETURN-CODE TO WS-SAVED-RC.
011490     MOVE WS-START-TIME TO ELP-START-TIME.
011500     ACCEPT ELP-END-TIME FROM TIME.
011510     CALL "AOC-2020-ELAPSE" USING WS-ELAPSE-PARM.
011520     MOVE ELP-ELAPSED-SECS TO
011530         AUD-ELAPSED-SECS OF WS-AUDIT-RECORD.
011540     MOVE WS-SAVED-RC TO RETURN-CODE.
011550     MOVE RETURN-CODE TO AUD-RETURN-CODE OF WS-AUDIT-RECORD.
011560     IF RETURN-CODE > 8
011570         MOVE "FAILED  " TO
011580             AUD-COMPLETION-STATUS OF WS-AUDIT-RECORD
011590     ELSE
011600         MOVE "COMPLETE" TO
011610             AUD-COMPLETION-STATUS OF WS-AUDIT-RECORD
011620     END-IF.
011630     WRITE AUDIT-RECORD FROM WS-AUDIT-RECORD.
011640     CLOSE AUDIT-FILE.
011650* MIRROR THE ROW TO THE KEYED AUDIT MASTER THE DUPLICATE-RUN
011660* GUARDS READ (SEE CPAUDPRM).
011670     MOVE RETURN-CODE TO WS-SAVED-RC.
011680     MOVE "WRITE" TO AUP-FUNCTION.
011690     MOVE WS-AUDIT-RECORD TO AUP-AUDIT-ROW.
011700     CALL "AOC-2020-AUDIT" USING WS-AUDIT-PARM.
011710     MOVE WS-SAVED-RC TO RETURN-CODE.
011720 9000-WRITE-AUDIT-LOG-EXIT.
011730     EXIT.
011740*
011750 9999-EXIT.
011760     PERFORM 9000-WRITE-AUDIT-LOG THRU 9000-WRITE-AUDIT-LOG-EXIT.
011770     GOBACK.
