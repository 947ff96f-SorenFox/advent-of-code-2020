000010*-----------------------------------------------------------------
000020 IDENTIFICATION DIVISION.
000030     PROGRAM-ID. AOC-2020-GENSWAP.
000040     AUTHOR. D HALVORSEN.
000050     INSTALLATION. ADVENT DATA PROCESSING CENTER.
000060     DATE-WRITTEN. 10/15/2026.
000070     DATE-COMPILED.
000080*-----------------------------------------------------------------
000090* MODIFICATION HISTORY.
000100*   DATE        INIT  DESCRIPTION
000110*   10/15/2026  DH    ORIGINAL.  CONTROLLED MASTER-FILE
000120*                      GENERATION SWAP.  FOUR STEPS WRITE A
000130*                      REPLACEMENT MASTER THAT OPERATIONS USED TO
000140*                      SWAP IN BY HAND IN JCL -- ANSMAINT
000150*                      (ANSNEWDD), EXCPLDG (LEDGNEW), AUDROLL
000160*                      (AUDITNEW) AND ARCPURGE (NEWIDXDD) -- AND
000170*                      TWICE THE WRONG FILE WAS SWAPPED, OR THE
000180*                      SWAP RAN AFTER THE STEP HAD FAILED, AND A
000190*                      LEDGER WAS LOST.  THE CONTROL CARDS
000200*                      (SWPCTLDD) NAME THE MASTER TYPE.  A SWAP IS
000210*                      ONLY MADE WHEN THE PRODUCING STEP'S LAST
000220*                      AUDIT ROW TONIGHT IS COMPLETE AND THE NEW
000230*                      FILE'S RECORD COUNT TIES TO THE OLD COUNT
000240*                      PLUS ADDS MINUS DELETES FROM THE STEP'S OWN
000250*                      REPORT OR AUDIT TOTALS; THE LIVE FILE IS
000260*                      FIRST SAVED AS A NUMBERED GENERATION
000270*                      (<LIVE DSN>.GNNNN), AND A FAILED COPY OVER
000280*                      IT PUTS THE SAVED GENERATION BACK.  A
000290*                      BACKOUT CARD RESTORES A NAMED PRIOR
000300*                      GENERATION THE SAME WAY.  GENERATIONS PAST
000310*                      THE RETENTION GO TO THE PURGE LIST
000320*                      (SWPPRGDD).  EVERY SWAP, BACKOUT, REFUSAL
000330*                      AND EXPIRY IS LOGGED TO THE SWAP HISTORY
000340*                      (SWPHSTDD, SEE CPSWPHST) AND A FAILED
000350*                      VERIFICATION RAISES A CRIT ALERT.  THE
000352*                      PRODUCER'S ROW IS LOOKED FOR UNDER THE
000354*                      RUN'S EVENT YEAR (CPRUNDT) UNLESS A YEAR
000356*                      CARD NAMES ANOTHER.
000360*-----------------------------------------------------------------
000370*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400     FILE-CONTROL.
000410         SELECT CONTROL-FILE ASSIGN TO "SWPCTLDD"
000420             ORGANIZATION IS LINE SEQUENTIAL
000430             FILE STATUS IS WS-CONTROL-STATUS.
000440         SELECT SOURCE-FILE ASSIGN TO "SWPIN"
000450             ORGANIZATION IS LINE SEQUENTIAL
000460             FILE STATUS IS WS-SOURCE-STATUS.
000470         SELECT TARGET-FILE ASSIGN TO "SWPOUT"
000480             ORGANIZATION IS LINE SEQUENTIAL
000490             FILE STATUS IS WS-TARGET-STATUS.
000500         SELECT CHANGE-REPORT-FILE ASSIGN TO "ANSCHGDD"
000510             ORGANIZATION IS LINE SEQUENTIAL
000520             FILE STATUS IS WS-CHANGE-REPORT-STATUS.
000530         SELECT SWAP-HISTORY-FILE ASSIGN TO "SWPHSTDD"
000540             ORGANIZATION IS LINE SEQUENTIAL
000550             FILE STATUS IS WS-HISTORY-STATUS.
000560         SELECT PURGE-LIST-FILE ASSIGN TO "SWPPRGDD"
000570             ORGANIZATION IS LINE SEQUENTIAL
000580             FILE STATUS IS WS-PURGE-LIST-STATUS.
000590         SELECT AUDIT-FILE ASSIGN TO "AUDITDD"
000600             ORGANIZATION IS LINE SEQUENTIAL
000610             FILE STATUS IS WS-AUDIT-STATUS.
000620*
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  CONTROL-FILE.
000660 01  CONTROL-CARD                    PIC X(80).
000670*
000680* SWPIN AND SWPOUT ARE REPOINTED AT EACH DATASET IN TURN, AS IN
000690* ARCRETR; THE RECORD IS WIDE ENOUGH FOR ANY OF THE FOUR MASTERS.
000700 FD  SOURCE-FILE.
000710 01  SOURCE-RECORD                   PIC X(320).
000720*
000730 FD  TARGET-FILE.
000740 01  TARGET-RECORD                   PIC X(320).
000750*
000760* AOC-2020-ANSMAINT'S CHANGE REPORT.  ITS TOTAL LINES CARRY A
000770* 40-BYTE LABEL AND THE COUNT LEFT-JUSTIFIED IN FIVE DIGITS.
000780 FD  CHANGE-REPORT-FILE.
000790 01  CHANGE-REPORT-RECORD.
000800     05  CHG-LABEL                   PIC X(40).
000810     05  CHG-VALUE                   PIC X(92).
000820*
000830 FD  SWAP-HISTORY-FILE.
000840     COPY CPSWPHST.
000850*
000860 FD  PURGE-LIST-FILE.
000870 01  PURGE-LIST-RECORD               PIC X(44).
000880*
000890 FD  AUDIT-FILE.
000900     COPY CPAUDIT.
000910*
000920 WORKING-STORAGE SECTION.
000930 01  WS-PROGRAM-MNEMONIC             PIC X(08) VALUE "AOC2SWP ".
000940*
000950 01  WS-FILE-STATUSES.
000960     05  WS-CONTROL-STATUS           PIC X(02) VALUE "00".
000970     05  WS-SOURCE-STATUS            PIC X(02) VALUE "00".
000980     05  WS-TARGET-STATUS            PIC X(02) VALUE "00".
000990     05  WS-CHANGE-REPORT-STATUS     PIC X(02) VALUE "00".
001000     05  WS-HISTORY-STATUS           PIC X(02) VALUE "00".
001010     05  WS-PURGE-LIST-STATUS        PIC X(02) VALUE "00".
001020     05  WS-AUDIT-STATUS             PIC X(02) VALUE "00".
001030*
001040 01  WS-SWITCHES.
001050     05  WS-CTL-EOF-SW               PIC X(01) VALUE "N".
001060         88  WS-CTL-EOF              VALUE "Y".
001070     05  WS-HST-EOF-SW               PIC X(01) VALUE "N".
001080         88  WS-HST-EOF              VALUE "Y".
001090     05  WS-AUD-EOF-SW               PIC X(01) VALUE "N".
001100         88  WS-AUD-EOF              VALUE "Y".
001110     05  WS-CHG-EOF-SW               PIC X(01) VALUE "N".
001120         88  WS-CHG-EOF              VALUE "Y".
001130     05  WS-SRC-EOF-SW               PIC X(01) VALUE "N".
001140         88  WS-SRC-EOF              VALUE "Y".
001150     05  WS-FORCE-SW                 PIC X(01) VALUE "N".
001160         88  WS-FORCE-REQUESTED      VALUE "Y".
001170     05  WS-BACKOUT-SW               PIC X(01) VALUE "N".
001180         88  WS-BACKOUT-REQUESTED    VALUE "Y".
001190     05  WS-FILES-OPEN-SW            PIC X(01) VALUE "N".
001200         88  WS-FILES-OPEN           VALUE "Y".
001210     05  WS-SWAPPED-TONIGHT-SW       PIC X(01) VALUE "N".
001220         88  WS-SWAPPED-TONIGHT      VALUE "Y".
001230     05  WS-PRODUCER-FOUND-SW        PIC X(01) VALUE "N".
001240         88  WS-PRODUCER-FOUND       VALUE "Y".
001250     05  WS-SCAN-AUDIT-SW            PIC X(01) VALUE "N".
001260         88  WS-SCAN-FOR-AUDIT-ROW   VALUE "Y".
001270     05  WS-DATASET-MISSING-SW       PIC X(01) VALUE "N".
001280         88  WS-DATASET-MISSING      VALUE "Y".
001290     05  WS-LIVE-MISSING-SW          PIC X(01) VALUE "N".
001300         88  WS-LIVE-MISSING         VALUE "Y".
001310     05  WS-COPY-FAILED-SW           PIC X(01) VALUE "N".
001320         88  WS-COPY-FAILED          VALUE "Y".
001330     05  WS-REFUSED-SW               PIC X(01) VALUE "N".
001340         88  WS-REQUEST-REFUSED      VALUE "Y".
001350     05  WS-GEN-FOUND-SW             PIC X(01) VALUE "N".
001360         88  WS-GEN-FOUND            VALUE "Y".
001370*
001380 01  WS-COUNTERS.
001390     05  WS-SAVED-RC                 PIC 9(04) COMP VALUE 0.
001400     05  WS-TYPE-SUB                 PIC 9(02) COMP VALUE 0.
001410     05  WS-GEN-SUB                  PIC 9(03) COMP VALUE 0.
001420     05  WS-GEN-HIT-SUB              PIC 9(03) COMP VALUE 0.
001430     05  WS-BACKOUT-SUB              PIC 9(03) COMP VALUE 0.
001440     05  WS-GEN-COUNT                PIC 9(03) COMP VALUE 0.
001450     05  WS-DATASET-COUNT            PIC 9(09) COMP VALUE 0.
001460     05  WS-COPY-COUNT               PIC 9(09) COMP VALUE 0.
001470     05  WS-LIVE-COUNT               PIC 9(09) COMP VALUE 0.
001480     05  WS-SOURCE-COUNT             PIC 9(09) COMP VALUE 0.
001490     05  WS-PROMOTED-COUNT           PIC 9(09) COMP VALUE 0.
001500     05  WS-EXPIRED-COUNT            PIC 9(05) COMP VALUE 0.
001510     05  WS-FAILURE-COUNT            PIC 9(05) COMP VALUE 0.
001520     05  WS-TOTALS-FOUND             PIC 9(01) COMP VALUE 0.
001530     05  WS-RETAIN-GENERATIONS       PIC 9(02) VALUE 7.
001540     05  WS-HIGH-GENERATION          PIC 9(04) VALUE 0.
001550     05  WS-SAVED-GENERATION         PIC 9(04) VALUE 0.
001560     05  WS-BACKOUT-GENERATION       PIC 9(04) VALUE 0.
001570     05  WS-KEEP-FROM                PIC S9(05) VALUE 0.
001580*
001590 77  WS-GEN-MAX                      PIC 9(03) COMP VALUE 120.
001600*
001610 01  WS-RUN-TIMESTAMPS.
001620     05  WS-START-DATE               PIC X(08).
001630     05  WS-START-TIME               PIC X(08).
001640*
001650* ONE ROW PER MASTER TYPE: THE STEP THAT PRODUCES IT (ITS AUDIT
001660* MNEMONIC) AND THE LIVE AND NEW DATASET NAMES.  LIVE AND NEW
001670* CARDS OVERRIDE THE NAMES FOR A SITE THAT CATALOGS THEM
001680* DIFFERENTLY.
001690 01  WS-MASTER-TYPES.
001700     05  FILLER                      PIC X(16)
001710         VALUE "ANSWER  AOC2ANM ".
001720     05  FILLER                      PIC X(44)
001730         VALUE "ANSWER.MASTER".
001740     05  FILLER                      PIC X(44)
001750         VALUE "ANSWER.MASTER.NEW".
001760     05  FILLER                      PIC X(16)
001770         VALUE "LEDGER  AOC2LDG ".
001780     05  FILLER                      PIC X(44)
001790         VALUE "EXCPTN.LEDGER".
001800     05  FILLER                      PIC X(44)
001810         VALUE "EXCPTN.LEDGER.NEW".
001820     05  FILLER                      PIC X(16)
001830         VALUE "AUDIT   AOC2ROL ".
001840     05  FILLER                      PIC X(44)
001850         VALUE "AUDIT.TRAIL".
001860     05  FILLER                      PIC X(44)
001870         VALUE "AUDIT.TRAIL.NEW".
001880     05  FILLER                      PIC X(16)
001890         VALUE "ARCIDX  AOC2PRG ".
001900     05  FILLER                      PIC X(44)
001910         VALUE "ARCHIVE.INDEX".
001920     05  FILLER                      PIC X(44)
001930         VALUE "ARCHIVE.INDEX.NEW".
001940 01  WS-MASTER-TYPE-TABLE REDEFINES WS-MASTER-TYPES.
001950     05  WS-MTT-ENTRY OCCURS 4 TIMES.
001960         10  WS-MTT-TYPE             PIC X(08).
001970         10  WS-MTT-PRODUCER         PIC X(08).
001980         10  WS-MTT-LIVE-DSN         PIC X(44).
001990         10  WS-MTT-NEW-DSN          PIC X(44).
002000*
002010* THE REQUEST IN HAND, SETTLED FROM THE CONTROL CARDS.
002020 01  WS-SWAP-REQUEST.
002030     05  WS-MASTER-TYPE              PIC X(08) VALUE SPACES.
002040     05  WS-PRODUCER-ID              PIC X(08) VALUE SPACES.
002050     05  WS-ACTION                   PIC X(08) VALUE "SWAP    ".
002060     05  WS-LIVE-DSN                 PIC X(44) VALUE SPACES.
002070     05  WS-NEW-DSN                  PIC X(44) VALUE SPACES.
002080     05  WS-LIVE-OVERRIDE            PIC X(44) VALUE SPACES.
002090     05  WS-NEW-OVERRIDE             PIC X(44) VALUE SPACES.
002100     05  WS-WANTED-YEAR              PIC X(04) VALUE SPACES.
002110     05  WS-ROW-YEAR                 PIC X(04) VALUE "2020".
002120*
002130* THE PRODUCING STEP'S LAST AUDIT ROW TONIGHT, AND THE TOTALS THE
002140* SWAP TIES TO: OLD COUNT PLUS ADDS MINUS DELETES MUST EQUAL BOTH
002150* THE STEP'S OWN NEW COUNT AND THE NEW FILE'S RECORD COUNT, AND
002160* THE LIVE FILE MUST STILL HOLD THE OLD COUNT THE STEP READ.
002170 01  WS-PRODUCER-ROW.
002180     05  WS-PRD-RUN-TIME             PIC X(08) VALUE SPACES.
002190     05  WS-PRD-STATUS               PIC X(08) VALUE SPACES.
002200     05  WS-PRD-RETURN-CODE          PIC 9(04) VALUE 0.
002210     05  WS-PRD-REC-COUNT            PIC 9(09) VALUE 0.
002220     05  WS-PRD-SKIP-COUNT           PIC 9(09) VALUE 0.
002230     05  WS-PRD-EXCP-COUNT           PIC 9(09) VALUE 0.
002240     05  WS-PRD-RUN-NOTE             PIC X(70) VALUE SPACES.
002250*
002260 01  WS-TIE-TOTALS.
002270     05  WS-TIE-OLD-COUNT            PIC 9(09) VALUE 0.
002280     05  WS-TIE-ADD-COUNT            PIC 9(09) VALUE 0.
002290     05  WS-TIE-DELETE-COUNT         PIC 9(09) VALUE 0.
002300     05  WS-TIE-NEW-COUNT            PIC 9(09) VALUE 0.
002310     05  WS-EXPECTED-COUNT           PIC S9(10) VALUE 0.
002320*
002330* AOC-2020-EXCPLDG'S RUN NOTE: "LEDGER IN NNNNNNNNN ADDED
002340* NNNNNNNNN OUT NNNNNNNNN".
002350 01  WS-LEDGER-NOTE.
002360     05  WS-LDN-TAG                  PIC X(10).
002370     05  WS-LDN-IN-COUNT             PIC X(09).
002380     05  WS-LDN-FILLER-1             PIC X(07).
002390     05  WS-LDN-ADDED-COUNT          PIC X(09).
002400     05  WS-LDN-FILLER-2             PIC X(05).
002410     05  WS-LDN-OUT-COUNT            PIC X(09).
002420     05  WS-LDN-FILLER-3             PIC X(21).
002430*
002440 01  WS-CHG-REPORT-DATE              PIC X(08) VALUE SPACES.
002450 01  WS-CHG-COUNT                    PIC 9(05) VALUE 0.
002460*
002470* THE GENERATIONS OF THIS MASTER STILL ON HAND, FROM THE SWAP
002480* HISTORY.  AN EXPIRED GENERATION FREES ITS SLOT.
002490 01  WS-GENERATION-TABLE.
002500     05  WS-GEN-ENTRY OCCURS 120 TIMES.
002510         10  WS-GEN-NUMBER           PIC 9(04).
002520         10  WS-GEN-DSN              PIC X(44).
002530         10  WS-GEN-RECORDS          PIC 9(09).
002540         10  WS-GEN-DATE             PIC X(08).
002550         10  WS-GEN-STATE-SW         PIC X(01).
002560             88  WS-GEN-ON-HAND      VALUE "Y".
002570*
002580 01  WS-COPY-WORK.
002590     05  WS-COPY-FROM-DSN            PIC X(44) VALUE SPACES.
002600     05  WS-COPY-TO-DSN              PIC X(44) VALUE SPACES.
002610     05  WS-COUNT-DSN                PIC X(44) VALUE SPACES.
002620     05  WS-SAVED-GEN-DSN            PIC X(44) VALUE SPACES.
002630     05  WS-GEN-NODE                 PIC 9(04) VALUE 0.
002640*
002650 01  WS-REFUSAL-REASON               PIC X(40) VALUE SPACES.
002660 01  WS-OUTCOME                      PIC X(08) VALUE SPACES.
002670 01  WS-ED-COUNT                     PIC 9(09).
002680 01  WS-ED-EXPECTED                  PIC 9(09).
002690*
002700     COPY CPAUDIT REPLACING ==AUDIT-RECORD==
002710         BY ==WS-AUDIT-RECORD==.
002720*
002730* THE AUDIT ROW BEING TESTED WHILE LOOKING FOR THE PRODUCER'S.
002740     COPY CPAUDIT REPLACING ==AUDIT-RECORD==
002750         BY ==WS-SCAN-AUDIT-RECORD==.
002760*
002770     COPY CPELAPSE REPLACING ==ELAPSE-PARM==
002780         BY ==WS-ELAPSE-PARM==.
002790*
002800     COPY CPAUDPRM REPLACING ==AUDIT-PARM==
002810         BY ==WS-AUDIT-PARM==.
002820*
002830     COPY CPRUNDT REPLACING ==RUNDATE-PARM==
002840         BY ==WS-RUNDATE-PARM==.
002850*
002860     COPY CPALTPRM REPLACING ==ALERT-PARM==
002870         BY ==WS-ALERT-PARM==.
002880*
002890 PROCEDURE DIVISION.
002900 0000-MAINLINE.
002910     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002920     PERFORM 1500-LOAD-HISTORY THRU 1500-LOAD-HISTORY-EXIT.
002930     PERFORM 1700-OPEN-LOGS THRU 1700-OPEN-LOGS-EXIT.
002940     IF WS-BACKOUT-REQUESTED
002950         PERFORM 4000-BACKOUT-GENERATION THRU
002960             4000-BACKOUT-GENERATION-EXIT
002970     ELSE
002980         PERFORM 2000-VERIFY-SWAP THRU 2000-VERIFY-SWAP-EXIT
002990         IF NOT WS-REQUEST-REFUSED
003000             PERFORM 3000-PROMOTE-NEW-MASTER THRU
003010                 3000-PROMOTE-NEW-MASTER-EXIT
003020         END-IF
003030     END-IF.
003040     IF NOT WS-REQUEST-REFUSED
003050         AND WS-SAVED-GENERATION > 0
003060         PERFORM 6000-EXPIRE-GENERATIONS THRU
003070             6000-EXPIRE-GENERATIONS-EXIT
003080     END-IF.
003090     PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT.
003100     PERFORM 8500-TERMINATE THRU 8500-TERMINATE-EXIT.
003110     GO TO 9999-EXIT.
003120*
003130* ---------------------------------------------------------------
003140* 1000/1100/1110/1200 -- READ THE CONTROL CARDS AND SETTLE THE
003150* REQUEST.  UNLIKE MOST CONTROL DECKS, A CARD THAT CANNOT BE READ
003160* STOPS THE STEP: A MISREAD BACKOUT CARD MUST NOT FALL THROUGH TO
003170* A SWAP, NOR A MISREAD MASTER CARD SWAP THE WRONG FILE.
003180*
003190*   MASTER TTTTTTTT   ANSWER, LEDGER, AUDIT OR ARCIDX (REQUIRED).
003200*   SWAP              PROMOTE THE NEW FILE (THE DEFAULT).
003210*   BACKOUT NNNN      RESTORE GENERATION NNNN OVER THE LIVE FILE.
003220*   RETAIN NN         PRIOR GENERATIONS TO KEEP (DEFAULT 7).
003230*   LIVE DSN / NEW DSN  OVERRIDE THE TYPE'S DATASET NAMES.
003240*   YEAR YYYY         EVENT YEAR OF THE PRODUCER'S AUDIT ROW
003250*                     (DEFAULT THE RUN'S EVENT YEAR, SEE CPRUNDT;
003255*                     ONLY EXCPLDG STAMPS ONE).
003260*   FORCE             SWAP AGAIN ON A NIGHT ALREADY SWAPPED.
003270* ---------------------------------------------------------------
003280 1000-INITIALIZE.
003290* THE RUN DATE COMES FROM THE SHARED BUSINESS-DATE
003300* SUBPROGRAM, SO AN AS-OF CATCH-UP RUN (AOCASOF, SEE
003310* CPRUNDT) LOOKS FOR THE PRODUCER'S ROW OF THAT NIGHT, AND OF THE
003315* RUN'S EVENT YEAR UNLESS A YEAR CARD NAMES ANOTHER.
003320     CALL "AOC-2020-RUNDATE" USING WS-RUNDATE-PARM.
003330     MOVE RND-RUN-DATE TO WS-START-DATE.
003335     MOVE RND-EVENT-YEAR TO WS-WANTED-YEAR.
003340     ACCEPT WS-START-TIME FROM TIME.
003350     OPEN INPUT CONTROL-FILE.
003360     IF WS-CONTROL-STATUS NOT = "00"
003370         DISPLAY "AOC-2020-GENSWAP ABEND - SWPCTLDD OPEN FAILED"
003380         DISPLAY "STATUS = " WS-CONTROL-STATUS
003390         MOVE 16 TO RETURN-CODE
003400         GO TO 9999-EXIT
003410     END-IF.
003420     PERFORM 1100-READ-CONTROL-CARD THRU
003430         1100-READ-CONTROL-CARD-EXIT
003440         UNTIL WS-CTL-EOF.
003450     CLOSE CONTROL-FILE.
003460     PERFORM 1200-SETTLE-MASTER-TYPE THRU
003470         1200-SETTLE-MASTER-TYPE-EXIT.
003480     IF WS-BACKOUT-REQUESTED
003490         DISPLAY "AOC-2020-GENSWAP BACKOUT OF " WS-MASTER-TYPE
003500             " TO GENERATION " WS-BACKOUT-GENERATION
003510     ELSE
003520         DISPLAY "AOC-2020-GENSWAP SWAP OF " WS-MASTER-TYPE
003530             " FOR " WS-START-DATE
003540         DISPLAY "AOC-2020-GENSWAP NEW FILE  " WS-NEW-DSN
003550     END-IF.
003560     DISPLAY "AOC-2020-GENSWAP LIVE FILE " WS-LIVE-DSN.
003570 1000-INITIALIZE-EXIT.
003580     EXIT.
003590*
003600 1100-READ-CONTROL-CARD.
003610     READ CONTROL-FILE
003620         AT END MOVE "Y" TO WS-CTL-EOF-SW
003630         NOT AT END
003640             PERFORM 1110-APPLY-ONE-CARD THRU
003650                 1110-APPLY-ONE-CARD-EXIT
003660     END-READ.
003670 1100-READ-CONTROL-CARD-EXIT.
003680     EXIT.
003690*
003700 1110-APPLY-ONE-CARD.
003710     IF CONTROL-CARD (1:1) = "*" OR CONTROL-CARD = SPACES
003720         GO TO 1110-APPLY-ONE-CARD-EXIT
003730     END-IF.
003740     IF CONTROL-CARD (1:7) = "MASTER "
003750         MOVE CONTROL-CARD (8:8) TO WS-MASTER-TYPE
003760         GO TO 1110-APPLY-ONE-CARD-EXIT
003770     END-IF.
003780     IF CONTROL-CARD (1:5) = "SWAP "
003790         MOVE "SWAP    " TO WS-ACTION
003800         MOVE "N" TO WS-BACKOUT-SW
003810         GO TO 1110-APPLY-ONE-CARD-EXIT
003820     END-IF.
003830     IF CONTROL-CARD (1:8) = "BACKOUT "
003840         AND CONTROL-CARD (9:4) NUMERIC
003850         AND CONTROL-CARD (9:4) NOT = "0000"
003860         MOVE "BACKOUT " TO WS-ACTION
003870         MOVE "Y" TO WS-BACKOUT-SW
003880         MOVE CONTROL-CARD (9:4) TO WS-BACKOUT-GENERATION
003890         GO TO 1110-APPLY-ONE-CARD-EXIT
003900     END-IF.
003910     IF CONTROL-CARD (1:7) = "RETAIN "
003920         AND CONTROL-CARD (8:2) NUMERIC
003930         AND CONTROL-CARD (8:2) NOT = "00"
003940         MOVE CONTROL-CARD (8:2) TO WS-RETAIN-GENERATIONS
003950         GO TO 1110-APPLY-ONE-CARD-EXIT
003960     END-IF.
003970     IF CONTROL-CARD (1:5) = "LIVE "
003980         AND CONTROL-CARD (6:44) NOT = SPACES
003990         MOVE CONTROL-CARD (6:44) TO WS-LIVE-OVERRIDE
004000         GO TO 1110-APPLY-ONE-CARD-EXIT
004010     END-IF.
004020     IF CONTROL-CARD (1:4) = "NEW "
004030         AND CONTROL-CARD (5:44) NOT = SPACES
004040         MOVE CONTROL-CARD (5:44) TO WS-NEW-OVERRIDE
004050         GO TO 1110-APPLY-ONE-CARD-EXIT
004060     END-IF.
004070     IF CONTROL-CARD (1:5) = "YEAR "
004080         AND CONTROL-CARD (6:4) NUMERIC
004090         MOVE CONTROL-CARD (6:4) TO WS-WANTED-YEAR
004100         GO TO 1110-APPLY-ONE-CARD-EXIT
004110     END-IF.
004120     IF CONTROL-CARD (1:6) = "FORCE "
004130         MOVE "Y" TO WS-FORCE-SW
004140         DISPLAY "AOC-2020-GENSWAP - FORCE CARD ACCEPTED"
004150         GO TO 1110-APPLY-ONE-CARD-EXIT
004160     END-IF.
004170     DISPLAY "AOC-2020-GENSWAP ABEND - BAD CONTROL CARD".
004180     DISPLAY "CARD: " CONTROL-CARD (1:50).
004190     CLOSE CONTROL-FILE.
004200     MOVE 16 TO RETURN-CODE.
004210     GO TO 9999-EXIT.
004220 1110-APPLY-ONE-CARD-EXIT.
004230     EXIT.
004240*
004250* 1200/1210 -- LOOK THE MASTER TYPE UP AND TAKE ITS PRODUCER AND
004260* DATASET NAMES.  A GENERATION IS NAMED <LIVE DSN>.GNNNN, SO THE
004270* LIVE NAME MAY NOT RUN PAST 38 CHARACTERS.
004280 1200-SETTLE-MASTER-TYPE.
004290     PERFORM 1210-TEST-ONE-TYPE THRU 1210-TEST-ONE-TYPE-EXIT
004300         VARYING WS-TYPE-SUB FROM 1 BY 1
004310         UNTIL WS-TYPE-SUB > 4
004320         OR WS-PRODUCER-ID NOT = SPACES.
004330     IF WS-PRODUCER-ID = SPACES
004340         DISPLAY "AOC-2020-GENSWAP ABEND - UNKNOWN MASTER TYPE "
004350             WS-MASTER-TYPE
004360         DISPLAY "EXPECTED: MASTER ANSWER, LEDGER, AUDIT"
004370             " OR ARCIDX"
004380         MOVE 16 TO RETURN-CODE
004390         GO TO 9999-EXIT
004400     END-IF.
004410     IF WS-LIVE-OVERRIDE NOT = SPACES
004420         MOVE WS-LIVE-OVERRIDE TO WS-LIVE-DSN
004430     END-IF.
004440     IF WS-NEW-OVERRIDE NOT = SPACES
004450         MOVE WS-NEW-OVERRIDE TO WS-NEW-DSN
004460     END-IF.
004470     IF WS-LIVE-DSN (39:6) NOT = SPACES
004480         DISPLAY "AOC-2020-GENSWAP ABEND - LIVE DSN TOO LONG"
004490             " FOR A GENERATION NAME"
004500         DISPLAY "DATASET " WS-LIVE-DSN
004510         MOVE 16 TO RETURN-CODE
004520         GO TO 9999-EXIT
004530     END-IF.
004540 1200-SETTLE-MASTER-TYPE-EXIT.
004550     EXIT.
004560*
004570 1210-TEST-ONE-TYPE.
004580     IF WS-MTT-TYPE (WS-TYPE-SUB) = WS-MASTER-TYPE
004590         MOVE WS-MTT-PRODUCER (WS-TYPE-SUB) TO WS-PRODUCER-ID
004600         MOVE WS-MTT-LIVE-DSN (WS-TYPE-SUB) TO WS-LIVE-DSN
004610         MOVE WS-MTT-NEW-DSN (WS-TYPE-SUB) TO WS-NEW-DSN
004620     END-IF.
004630 1210-TEST-ONE-TYPE-EXIT.
004640     EXIT.
004650*
004660* ---------------------------------------------------------------
004670* 1500/1510/1520/1530 -- READ THE SWAP HISTORY BACK FOR THIS
004680* MASTER: THE HIGHEST GENERATION NUMBER YET USED, THE GENERATIONS
004690* STILL ON HAND (SAVED BY A SWAP OR BACKOUT AND NOT EXPIRED SINCE)
004700* AND WHETHER TONIGHT HAS ALREADY BEEN SWAPPED.  NO HISTORY YET IS
004710* THE FIRST USE.
004720* ---------------------------------------------------------------
004730 1500-LOAD-HISTORY.
004740     PERFORM 1530-CLEAR-ONE-SLOT THRU 1530-CLEAR-ONE-SLOT-EXIT
004750         VARYING WS-GEN-SUB FROM 1 BY 1
004760         UNTIL WS-GEN-SUB > WS-GEN-MAX.
004770     OPEN INPUT SWAP-HISTORY-FILE.
004780     IF WS-HISTORY-STATUS NOT = "00"
004790         DISPLAY "AOC-2020-GENSWAP NOTICE - NO SWAP HISTORY YET"
004800         GO TO 1500-LOAD-HISTORY-EXIT
004810     END-IF.
004820     PERFORM 1510-READ-ONE-HISTORY-ROW THRU
004830         1510-READ-ONE-HISTORY-ROW-EXIT
004840         UNTIL WS-HST-EOF.
004850     CLOSE SWAP-HISTORY-FILE.
004860 1500-LOAD-HISTORY-EXIT.
004870     EXIT.
004880*
004890 1510-READ-ONE-HISTORY-ROW.
004900     READ SWAP-HISTORY-FILE
004910         AT END MOVE "Y" TO WS-HST-EOF-SW
004920         NOT AT END
004930             PERFORM 1520-APPLY-ONE-HISTORY-ROW THRU
004940                 1520-APPLY-ONE-HISTORY-ROW-EXIT
004950     END-READ.
004960 1510-READ-ONE-HISTORY-ROW-EXIT.
004970     EXIT.
004980*
004990 1520-APPLY-ONE-HISTORY-ROW.
005000     IF SWH-MASTER-TYPE NOT = WS-MASTER-TYPE
005010         OR SWH-GENERATION NOT NUMERIC
005020         GO TO 1520-APPLY-ONE-HISTORY-ROW-EXIT
005030     END-IF.
005040     IF SWH-ACTION = "SWAP    "
005050         AND SWH-RESULT = "DONE    "
005060         AND SWH-RUN-DATE = WS-START-DATE
005070         MOVE "Y" TO WS-SWAPPED-TONIGHT-SW
005080     END-IF.
005090     IF SWH-GENERATION = 0
005100         GO TO 1520-APPLY-ONE-HISTORY-ROW-EXIT
005110     END-IF.
005120     PERFORM 1600-FIND-GENERATION THRU 1600-FIND-GENERATION-EXIT.
005130     IF SWH-ACTION = "EXPIRED "
005140         IF WS-GEN-FOUND
005150             MOVE "N" TO WS-GEN-STATE-SW (WS-GEN-HIT-SUB)
005160         END-IF
005170         GO TO 1520-APPLY-ONE-HISTORY-ROW-EXIT
005180     END-IF.
005190     IF SWH-GENERATION > WS-HIGH-GENERATION
005200         MOVE SWH-GENERATION TO WS-HIGH-GENERATION
005210     END-IF.
005220     MOVE SWH-GENERATION TO WS-SAVED-GENERATION.
005230     MOVE SWH-GEN-DSN TO WS-SAVED-GEN-DSN.
005240     MOVE SWH-OLD-COUNT TO WS-LIVE-COUNT.
005250     PERFORM 1650-ADD-GENERATION THRU 1650-ADD-GENERATION-EXIT.
005260     MOVE 0 TO WS-SAVED-GENERATION.
005270     MOVE SPACES TO WS-SAVED-GEN-DSN.
005280     MOVE 0 TO WS-LIVE-COUNT.
005290 1520-APPLY-ONE-HISTORY-ROW-EXIT.
005300     EXIT.
005310*
005320 1530-CLEAR-ONE-SLOT.
005330     MOVE 0 TO WS-GEN-NUMBER (WS-GEN-SUB).
005340     MOVE SPACES TO WS-GEN-DSN (WS-GEN-SUB).
005350     MOVE 0 TO WS-GEN-RECORDS (WS-GEN-SUB).
005360     MOVE SPACES TO WS-GEN-DATE (WS-GEN-SUB).
005370     MOVE "N" TO WS-GEN-STATE-SW (WS-GEN-SUB).
005380 1530-CLEAR-ONE-SLOT-EXIT.
005390     EXIT.
005400*
005410* 1600/1610 -- LEAVES WS-GEN-HIT-SUB POINTING AT THE ON-HAND SLOT
005420* FOR THE GENERATION IN SWH-GENERATION, IF THERE IS ONE.
005430 1600-FIND-GENERATION.
005440     MOVE "N" TO WS-GEN-FOUND-SW.
005450     MOVE 0 TO WS-GEN-HIT-SUB.
005460     PERFORM 1610-TEST-ONE-GENERATION THRU
005470         1610-TEST-ONE-GENERATION-EXIT
005480         VARYING WS-GEN-SUB FROM 1 BY 1
005490         UNTIL WS-GEN-SUB > WS-GEN-COUNT
005500         OR WS-GEN-FOUND.
005510 1600-FIND-GENERATION-EXIT.
005520     EXIT.
005530*
005540 1610-TEST-ONE-GENERATION.
005550     IF WS-GEN-ON-HAND (WS-GEN-SUB)
005560         AND WS-GEN-NUMBER (WS-GEN-SUB) = SWH-GENERATION
005570         MOVE "Y" TO WS-GEN-FOUND-SW
005580         MOVE WS-GEN-SUB TO WS-GEN-HIT-SUB
005590     END-IF.
005600 1610-TEST-ONE-GENERATION-EXIT.
005610     EXIT.
005620*
005630* 1650/1660 -- PUT WS-SAVED-GENERATION ON HAND (DATASET
005640* WS-SAVED-GEN-DSN, WS-LIVE-COUNT RECORDS) IN THE FIRST FREE
005650* SLOT.  WHILE THE HISTORY IS LOADED IT IS DATED FROM THE
005660* HISTORY ROW; A GENERATION SAVED TONIGHT IS DATED TONIGHT.
005670 1650-ADD-GENERATION.
005680     MOVE 0 TO WS-GEN-HIT-SUB.
005690     PERFORM 1660-TEST-ONE-FREE-SLOT THRU
005700         1660-TEST-ONE-FREE-SLOT-EXIT
005710         VARYING WS-GEN-SUB FROM 1 BY 1
005720         UNTIL WS-GEN-SUB > WS-GEN-COUNT
005730         OR WS-GEN-HIT-SUB > 0.
005740     IF WS-GEN-HIT-SUB = 0
005750         IF WS-GEN-COUNT >= WS-GEN-MAX
005760             DISPLAY "AOC-2020-GENSWAP ABEND - GENERATION TABLE"
005770                 " FULL"
005780             DISPLAY "LOWER THE RETENTION OR EXPIRE GENERATIONS"
005790             MOVE 16 TO RETURN-CODE
005800             GO TO 9999-EXIT
005810         END-IF
005820         ADD 1 TO WS-GEN-COUNT
005830         MOVE WS-GEN-COUNT TO WS-GEN-HIT-SUB
005840     END-IF.
005850     MOVE WS-SAVED-GENERATION TO WS-GEN-NUMBER (WS-GEN-HIT-SUB).
005860     MOVE WS-SAVED-GEN-DSN TO WS-GEN-DSN (WS-GEN-HIT-SUB).
005870     MOVE WS-LIVE-COUNT TO WS-GEN-RECORDS (WS-GEN-HIT-SUB).
005880     IF WS-FILES-OPEN
005890         MOVE WS-START-DATE TO WS-GEN-DATE (WS-GEN-HIT-SUB)
005900     ELSE
005910         MOVE SWH-RUN-DATE TO WS-GEN-DATE (WS-GEN-HIT-SUB)
005920     END-IF.
005930     MOVE "Y" TO WS-GEN-STATE-SW (WS-GEN-HIT-SUB).
005940 1650-ADD-GENERATION-EXIT.
005950     EXIT.
005960*
005970 1660-TEST-ONE-FREE-SLOT.
005980     IF NOT WS-GEN-ON-HAND (WS-GEN-SUB)
005990         MOVE WS-GEN-SUB TO WS-GEN-HIT-SUB
006000     END-IF.
006010 1660-TEST-ONE-FREE-SLOT-EXIT.
006020     EXIT.
006030*
006040* 1700 -- THE HISTORY APPENDS; THE PURGE LIST IS TONIGHT'S ONLY,
006050* FOR THE DELETE STEP THAT FOLLOWS (AS ARCPURGE'S PURGELST).
006060 1700-OPEN-LOGS.
006070     OPEN EXTEND SWAP-HISTORY-FILE.
006080     IF WS-HISTORY-STATUS NOT = "00"
006090         OPEN OUTPUT SWAP-HISTORY-FILE
006100     END-IF.
006110     IF WS-HISTORY-STATUS NOT = "00"
006120         DISPLAY "AOC-2020-GENSWAP ABEND - SWPHSTDD OPEN FAILED"
006130         DISPLAY "STATUS = " WS-HISTORY-STATUS
006140         MOVE 16 TO RETURN-CODE
006150         GO TO 9999-EXIT
006160     END-IF.
006170     OPEN OUTPUT PURGE-LIST-FILE.
006180     IF WS-PURGE-LIST-STATUS NOT = "00"
006190         DISPLAY "AOC-2020-GENSWAP ABEND - SWPPRGDD OPEN FAILED"
006200         DISPLAY "STATUS = " WS-PURGE-LIST-STATUS
006210         CLOSE SWAP-HISTORY-FILE
006220         MOVE 16 TO RETURN-CODE
006230         GO TO 9999-EXIT
006240     END-IF.
006250     MOVE "Y" TO WS-FILES-OPEN-SW.
006260 1700-OPEN-LOGS-EXIT.
006270     EXIT.
006280*
006290* ---------------------------------------------------------------
006300* 2000 -- VERIFY A SWAP BEFORE ANYTHING IS MOVED.  THE PRODUCING
006310* STEP'S LAST AUDIT ROW TONIGHT MUST BE COMPLETE (A RERUN THAT
006320* FAILED LEAVES A HALF-WRITTEN FILE BEHIND A CLEAN EARLIER ROW,
006330* SO ONLY THE LAST ROW COUNTS); THE LIVE FILE MUST STILL HOLD THE
006340* COUNT THE STEP READ (ANYTHING ADDED SINCE WOULD BE LOST); AND
006350* THE NEW FILE MUST HOLD THE OLD COUNT PLUS ADDS MINUS DELETES.
006360* THE ROLLOVER WRITES ITS OWN AUDIT ROW ON THE NEW TRAIL, SO FOR
006370* THE AUDIT MASTER THE ROW IS LOOKED FOR THERE.
006380* ---------------------------------------------------------------
006390 2000-VERIFY-SWAP.
006400     IF WS-SWAPPED-TONIGHT AND NOT WS-FORCE-REQUESTED
006410         MOVE "ALREADY SWAPPED TONIGHT" TO WS-REFUSAL-REASON
006420         DISPLAY "SUPPLY A FORCE CARD ON SWPCTLDD TO SWAP AGAIN"
006430         PERFORM 7000-REFUSE-REQUEST THRU 7000-REFUSE-REQUEST-EXIT
006440         GO TO 2000-VERIFY-SWAP-EXIT
006450     END-IF.
006460     IF WS-MASTER-TYPE NOT = "AUDIT   "
006470         PERFORM 2100-SCAN-AUDIT-TRAIL THRU
006480             2100-SCAN-AUDIT-TRAIL-EXIT
006490     END-IF.
006500     MOVE WS-LIVE-DSN TO WS-COUNT-DSN.
006510     PERFORM 5200-COUNT-DATASET THRU 5200-COUNT-DATASET-EXIT.
006520     MOVE WS-DATASET-COUNT TO WS-LIVE-COUNT.
006530     MOVE WS-DATASET-MISSING-SW TO WS-LIVE-MISSING-SW.
006540     IF WS-MASTER-TYPE = "AUDIT   "
006550         MOVE "Y" TO WS-SCAN-AUDIT-SW
006560     END-IF.
006570     MOVE WS-NEW-DSN TO WS-COUNT-DSN.
006580     PERFORM 5200-COUNT-DATASET THRU 5200-COUNT-DATASET-EXIT.
006590     MOVE "N" TO WS-SCAN-AUDIT-SW.
006600     MOVE WS-DATASET-COUNT TO WS-SOURCE-COUNT.
006610     DISPLAY "AOC-2020-GENSWAP LIVE FILE RECORDS " WS-LIVE-COUNT.
006620     DISPLAY "AOC-2020-GENSWAP NEW FILE RECORDS  "
006630         WS-SOURCE-COUNT.
006640     IF WS-DATASET-MISSING
006650         MOVE "NEW FILE MISSING" TO WS-REFUSAL-REASON
006660         PERFORM 7000-REFUSE-REQUEST THRU 7000-REFUSE-REQUEST-EXIT
006670         GO TO 2000-VERIFY-SWAP-EXIT
006680     END-IF.
006690     IF NOT WS-PRODUCER-FOUND
006700         MOVE "NO PRODUCER AUDIT ROW TONIGHT"
006710             TO WS-REFUSAL-REASON
006720         PERFORM 7000-REFUSE-REQUEST THRU 7000-REFUSE-REQUEST-EXIT
006730         GO TO 2000-VERIFY-SWAP-EXIT
006740     END-IF.
006750     DISPLAY "AOC-2020-GENSWAP " WS-PRODUCER-ID " ROW "
006760         WS-START-DATE " " WS-PRD-RUN-TIME " " WS-PRD-STATUS
006770         " RC " WS-PRD-RETURN-CODE.
006780     IF WS-PRD-STATUS NOT = "COMPLETE"
006790         MOVE "PRODUCER ROW NOT COMPLETE" TO WS-REFUSAL-REASON
006800         PERFORM 7000-REFUSE-REQUEST THRU 7000-REFUSE-REQUEST-EXIT
006810         GO TO 2000-VERIFY-SWAP-EXIT
006820     END-IF.
006830     PERFORM 2400-TAKE-PRODUCER-TOTALS THRU
006840         2400-TAKE-PRODUCER-TOTALS-EXIT.
006850     IF WS-REQUEST-REFUSED
006860         GO TO 2000-VERIFY-SWAP-EXIT
006870     END-IF.
006880     COMPUTE WS-EXPECTED-COUNT = WS-TIE-OLD-COUNT
006890         + WS-TIE-ADD-COUNT - WS-TIE-DELETE-COUNT.
006900     DISPLAY "AOC-2020-GENSWAP STEP TOTALS OLD " WS-TIE-OLD-COUNT
006910         " ADD " WS-TIE-ADD-COUNT " DEL " WS-TIE-DELETE-COUNT
006920         " NEW " WS-TIE-NEW-COUNT.
006930     IF WS-EXPECTED-COUNT NOT = WS-TIE-NEW-COUNT
006940         MOVE "STEP TOTALS DO NOT TIE" TO WS-REFUSAL-REASON
006950         PERFORM 7000-REFUSE-REQUEST THRU 7000-REFUSE-REQUEST-EXIT
006960         GO TO 2000-VERIFY-SWAP-EXIT
006970     END-IF.
006980     IF WS-LIVE-COUNT NOT = WS-TIE-OLD-COUNT
006990         MOVE "LIVE FILE NOT WHAT THE STEP READ"
007000             TO WS-REFUSAL-REASON
007010         PERFORM 7000-REFUSE-REQUEST THRU 7000-REFUSE-REQUEST-EXIT
007020         GO TO 2000-VERIFY-SWAP-EXIT
007030     END-IF.
007040     IF WS-SOURCE-COUNT NOT = WS-EXPECTED-COUNT
007050         MOVE "NEW FILE COUNT DOES NOT TIE" TO WS-REFUSAL-REASON
007060         PERFORM 7000-REFUSE-REQUEST THRU 7000-REFUSE-REQUEST-EXIT
007070         GO TO 2000-VERIFY-SWAP-EXIT
007080     END-IF.
007090     DISPLAY "AOC-2020-GENSWAP VERIFIED - NEW FILE TIES OUT".
007100 2000-VERIFY-SWAP-EXIT.
007110     EXIT.
007120*
007130* 2100/2110/2150 -- THE LAST ROW OF THE PRODUCING STEP DATED
007140* TONIGHT, OF THE WANTED EVENT YEAR.  A ROW OF TONIGHT WITHOUT A
007150* YEAR CANNOT PREDATE THE COLUMN, SO IT COMES FROM A STEP THAT IS
007155* NOT EVENT-SPECIFIC AND SERVES WHATEVER YEAR IS WANTED.
007160 2100-SCAN-AUDIT-TRAIL.
007170     OPEN INPUT AUDIT-FILE.
007180     IF WS-AUDIT-STATUS NOT = "00"
007190         DISPLAY "AOC-2020-GENSWAP WARNING - AUDITDD OPEN FAILED"
007200         DISPLAY "STATUS = " WS-AUDIT-STATUS
007210         GO TO 2100-SCAN-AUDIT-TRAIL-EXIT
007220     END-IF.
007230     PERFORM 2110-READ-ONE-AUDIT-ROW THRU
007240         2110-READ-ONE-AUDIT-ROW-EXIT
007250         UNTIL WS-AUD-EOF.
007260     CLOSE AUDIT-FILE.
007270 2100-SCAN-AUDIT-TRAIL-EXIT.
007280     EXIT.
007290*
007300 2110-READ-ONE-AUDIT-ROW.
007310     READ AUDIT-FILE
007320         AT END MOVE "Y" TO WS-AUD-EOF-SW
007330         NOT AT END
007340             MOVE AUDIT-RECORD TO WS-SCAN-AUDIT-RECORD
007350             PERFORM 2150-TEST-ONE-AUDIT-ROW THRU
007360                 2150-TEST-ONE-AUDIT-ROW-EXIT
007370     END-READ.
007380 2110-READ-ONE-AUDIT-ROW-EXIT.
007390     EXIT.
007400*
007410 2150-TEST-ONE-AUDIT-ROW.
007420     IF AUD-PROGRAM-ID OF WS-SCAN-AUDIT-RECORD
007430         NOT = WS-PRODUCER-ID
007440         OR AUD-RUN-DATE OF WS-SCAN-AUDIT-RECORD
007450         NOT = WS-START-DATE
007460         GO TO 2150-TEST-ONE-AUDIT-ROW-EXIT
007470     END-IF.
007480     MOVE WS-WANTED-YEAR TO WS-ROW-YEAR.
007490     IF AUD-EVENT-YEAR OF WS-SCAN-AUDIT-RECORD NUMERIC
007500         MOVE AUD-EVENT-YEAR OF WS-SCAN-AUDIT-RECORD
007510             TO WS-ROW-YEAR
007520     END-IF.
007530     IF WS-ROW-YEAR NOT = WS-WANTED-YEAR
007540         GO TO 2150-TEST-ONE-AUDIT-ROW-EXIT
007550     END-IF.
007560     MOVE "Y" TO WS-PRODUCER-FOUND-SW.
007570     MOVE AUD-RUN-TIME OF WS-SCAN-AUDIT-RECORD TO WS-PRD-RUN-TIME.
007580     MOVE AUD-COMPLETION-STATUS OF WS-SCAN-AUDIT-RECORD
007590         TO WS-PRD-STATUS.
007600     MOVE AUD-RETURN-CODE OF WS-SCAN-AUDIT-RECORD
007610         TO WS-PRD-RETURN-CODE.
007620     MOVE AUD-REC-COUNT OF WS-SCAN-AUDIT-RECORD
007630         TO WS-PRD-REC-COUNT.
007640     MOVE AUD-SKIP-COUNT OF WS-SCAN-AUDIT-RECORD
007650         TO WS-PRD-SKIP-COUNT.
007660     MOVE AUD-EXCP-COUNT OF WS-SCAN-AUDIT-RECORD
007670         TO WS-PRD-EXCP-COUNT.
007680     MOVE AUD-RUN-NOTE OF WS-SCAN-AUDIT-RECORD TO WS-PRD-RUN-NOTE.
007690 2150-TEST-ONE-AUDIT-ROW-EXIT.
007700     EXIT.
007710*
007720* ---------------------------------------------------------------
007730* 2400 -- TAKE THE STEP'S OWN TOTALS FOR THE TIE-OUT.
007740*   ANSWER  ANSMAINT'S CHANGE REPORT (ANSCHGDD): OLD MASTER ROWS
007750*           READ, ROWS ADDED, ROWS DELETED, NEW MASTER ROWS
007760*           WRITTEN.  THE REPORT MUST BE TONIGHT'S.
007770*   LEDGER  EXCPLDG'S RUN NOTE: LEDGER ROWS IN, ADDED AND OUT.
007780*           THE LEDGER NEVER DELETES.
007790*   AUDIT   AUDROLL'S ROW: ROWS READ, ROWS ROLLED TO HISTORY
007800*           (DELETES) AND ROWS KEPT, PLUS ONE ADD -- THE
007810*           ROLLOVER'S OWN ROW ON THE NEW TRAIL.
007820*   ARCIDX  ARCPURGE'S ROW: INDEX ROWS READ, ROWS PURGED (DELETES)
007830*           AND ROWS KEPT.  THE PURGE NEVER ADDS.
007840* ---------------------------------------------------------------
007850 2400-TAKE-PRODUCER-TOTALS.
007860     EVALUATE WS-MASTER-TYPE
007870         WHEN "ANSWER  "
007880             PERFORM 2500-READ-CHANGE-REPORT THRU
007890                 2500-READ-CHANGE-REPORT-EXIT
007900         WHEN "LEDGER  "
007910             MOVE WS-PRD-RUN-NOTE TO WS-LEDGER-NOTE
007920             IF WS-LDN-TAG NOT = "LEDGER IN "
007930                 OR WS-LDN-IN-COUNT NOT NUMERIC
007940                 OR WS-LDN-ADDED-COUNT NOT NUMERIC
007950                 OR WS-LDN-OUT-COUNT NOT NUMERIC
007960                 MOVE "NO LEDGER TOTALS ON AUDIT ROW"
007970                     TO WS-REFUSAL-REASON
007980                 PERFORM 7000-REFUSE-REQUEST THRU
007990                     7000-REFUSE-REQUEST-EXIT
008000             ELSE
008010                 MOVE WS-LDN-IN-COUNT TO WS-TIE-OLD-COUNT
008020                 MOVE WS-LDN-ADDED-COUNT TO WS-TIE-ADD-COUNT
008030                 MOVE 0 TO WS-TIE-DELETE-COUNT
008040                 MOVE WS-LDN-OUT-COUNT TO WS-TIE-NEW-COUNT
008050             END-IF
008060         WHEN "AUDIT   "
008070             MOVE WS-PRD-REC-COUNT TO WS-TIE-OLD-COUNT
008080             MOVE 1 TO WS-TIE-ADD-COUNT
008090             MOVE WS-PRD-EXCP-COUNT TO WS-TIE-DELETE-COUNT
008100             COMPUTE WS-TIE-NEW-COUNT = WS-PRD-SKIP-COUNT + 1
008110         WHEN "ARCIDX  "
008120             MOVE WS-PRD-REC-COUNT TO WS-TIE-OLD-COUNT
008130             MOVE 0 TO WS-TIE-ADD-COUNT
008140             MOVE WS-PRD-EXCP-COUNT TO WS-TIE-DELETE-COUNT
008150             MOVE WS-PRD-SKIP-COUNT TO WS-TIE-NEW-COUNT
008160     END-EVALUATE.
008170 2400-TAKE-PRODUCER-TOTALS-EXIT.
008180     EXIT.
008190*
008200* 2500/2510/2520 -- ANSMAINT WRITES ITS REPORT AFRESH EVERY RUN,
008210* SO THE ONE ON ANSCHGDD BELONGS TO ITS LAST RUN; THE HEADING
008220* LINE CARRIES ITS DATE.
008230 2500-READ-CHANGE-REPORT.
008240     OPEN INPUT CHANGE-REPORT-FILE.
008250     IF WS-CHANGE-REPORT-STATUS NOT = "00"
008260         MOVE "NO ANSMAINT CHANGE REPORT" TO WS-REFUSAL-REASON
008270         PERFORM 7000-REFUSE-REQUEST THRU 7000-REFUSE-REQUEST-EXIT
008280         GO TO 2500-READ-CHANGE-REPORT-EXIT
008290     END-IF.
008300     MOVE 0 TO WS-TOTALS-FOUND.
008310     PERFORM 2510-READ-ONE-REPORT-LINE THRU
008320         2510-READ-ONE-REPORT-LINE-EXIT
008330         UNTIL WS-CHG-EOF.
008340     CLOSE CHANGE-REPORT-FILE.
008350     IF WS-CHG-REPORT-DATE NOT = WS-START-DATE
008360         MOVE "CHANGE REPORT NOT TONIGHT'S" TO WS-REFUSAL-REASON
008370         PERFORM 7000-REFUSE-REQUEST THRU 7000-REFUSE-REQUEST-EXIT
008380         GO TO 2500-READ-CHANGE-REPORT-EXIT
008390     END-IF.
008400     IF WS-TOTALS-FOUND < 4
008410         MOVE "CHANGE REPORT TOTALS MISSING" TO WS-REFUSAL-REASON
008420         PERFORM 7000-REFUSE-REQUEST THRU 7000-REFUSE-REQUEST-EXIT
008430     END-IF.
008440 2500-READ-CHANGE-REPORT-EXIT.
008450     EXIT.
008460*
008470 2510-READ-ONE-REPORT-LINE.
008480     READ CHANGE-REPORT-FILE
008490         AT END MOVE "Y" TO WS-CHG-EOF-SW
008500         NOT AT END
008510             PERFORM 2520-TAKE-ONE-REPORT-LINE THRU
008520                 2520-TAKE-ONE-REPORT-LINE-EXIT
008530     END-READ.
008540 2510-READ-ONE-REPORT-LINE-EXIT.
008550     EXIT.
008560*
008570 2520-TAKE-ONE-REPORT-LINE.
008580     IF CHG-LABEL = "AOC-2020-ANSMAINT ANSWER MASTER CHANGES"
008590         MOVE CHG-VALUE (1:8) TO WS-CHG-REPORT-DATE
008600         GO TO 2520-TAKE-ONE-REPORT-LINE-EXIT
008610     END-IF.
008620     IF CHG-VALUE (1:5) NOT NUMERIC
008630         GO TO 2520-TAKE-ONE-REPORT-LINE-EXIT
008640     END-IF.
008650     MOVE CHG-VALUE (1:5) TO WS-CHG-COUNT.
008660     EVALUATE CHG-LABEL
008670         WHEN "OLD MASTER ROWS READ"
008680             MOVE WS-CHG-COUNT TO WS-TIE-OLD-COUNT
008690             ADD 1 TO WS-TOTALS-FOUND
008700         WHEN "ROWS ADDED"
008710             MOVE WS-CHG-COUNT TO WS-TIE-ADD-COUNT
008720             ADD 1 TO WS-TOTALS-FOUND
008730         WHEN "ROWS DELETED"
008740             MOVE WS-CHG-COUNT TO WS-TIE-DELETE-COUNT
008750             ADD 1 TO WS-TOTALS-FOUND
008760         WHEN "NEW MASTER ROWS WRITTEN"
008770             MOVE WS-CHG-COUNT TO WS-TIE-NEW-COUNT
008780             ADD 1 TO WS-TOTALS-FOUND
008790     END-EVALUATE.
008800 2520-TAKE-ONE-REPORT-LINE-EXIT.
008810     EXIT.
008820*
008830* ---------------------------------------------------------------
008840* 3000 -- PROMOTE.  THE LIVE FILE IS SAVED AS THE NEXT GENERATION
008850* FIRST (NOTHING TO SAVE ON A MASTER'S FIRST NIGHT); A SAVE THAT
008860* FAILS OR DOES NOT COUNT OUT LEAVES THE LIVE FILE UNTOUCHED AND
008870* REFUSES THE SWAP.  THEN THE NEW FILE IS COPIED OVER THE LIVE
008880* ONE; IF THAT COPY FAILS, 3500 PUTS THE SAVED GENERATION BACK.
008890* ---------------------------------------------------------------
008900 3000-PROMOTE-NEW-MASTER.
008910     PERFORM 3100-SAVE-LIVE-GENERATION THRU
008920         3100-SAVE-LIVE-GENERATION-EXIT.
008930     IF WS-REQUEST-REFUSED
008940         GO TO 3000-PROMOTE-NEW-MASTER-EXIT
008950     END-IF.
008960     MOVE WS-NEW-DSN TO WS-COPY-FROM-DSN.
008970     MOVE WS-LIVE-DSN TO WS-COPY-TO-DSN.
008980     PERFORM 5000-COPY-DATASET THRU 5000-COPY-DATASET-EXIT.
008990     IF WS-COPY-FAILED
009000         OR WS-COPY-COUNT NOT = WS-SOURCE-COUNT
009010         PERFORM 3500-AUTOMATIC-BACKOUT THRU
009020             3500-AUTOMATIC-BACKOUT-EXIT
009030         GO TO 3000-PROMOTE-NEW-MASTER-EXIT
009040     END-IF.
009050     MOVE WS-COPY-COUNT TO WS-PROMOTED-COUNT.
009060     MOVE "DONE    " TO WS-OUTCOME.
009070     PERFORM 7400-START-HISTORY-ROW THRU
009080         7400-START-HISTORY-ROW-EXIT.
009090     MOVE WS-NEW-DSN TO SWH-SOURCE-DSN.
009100     MOVE WS-TIE-ADD-COUNT TO SWH-ADD-COUNT.
009110     MOVE WS-TIE-DELETE-COUNT TO SWH-DELETE-COUNT.
009120     PERFORM 7500-WRITE-HISTORY-ROW THRU
009130         7500-WRITE-HISTORY-ROW-EXIT.
009140     DISPLAY "AOC-2020-GENSWAP " WS-MASTER-TYPE " SWAPPED - "
009150         WS-PROMOTED-COUNT " RECORDS NOW LIVE".
009160 3000-PROMOTE-NEW-MASTER-EXIT.
009170     EXIT.
009180*
009190* 3100 -- SAVE THE LIVE FILE AS GENERATION HIGH + 1, NAMED
009200* <LIVE DSN>.GNNNN, AND PUT IT ON HAND.  SHARED BY SWAP AND
009210* BACKOUT.
009220 3100-SAVE-LIVE-GENERATION.
009230     MOVE 0 TO WS-SAVED-GENERATION.
009240     MOVE SPACES TO WS-SAVED-GEN-DSN.
009250     IF WS-LIVE-MISSING
009260         DISPLAY "AOC-2020-GENSWAP NOTICE - NO LIVE FILE, NOTHING"
009270             " TO SAVE"
009280         GO TO 3100-SAVE-LIVE-GENERATION-EXIT
009290     END-IF.
009300     COMPUTE WS-GEN-NODE = WS-HIGH-GENERATION + 1.
009310     STRING WS-LIVE-DSN DELIMITED BY SPACE
009320         ".G" DELIMITED BY SIZE
009330         WS-GEN-NODE DELIMITED BY SIZE
009340         INTO WS-SAVED-GEN-DSN.
009350     MOVE WS-LIVE-DSN TO WS-COPY-FROM-DSN.
009360     MOVE WS-SAVED-GEN-DSN TO WS-COPY-TO-DSN.
009370     PERFORM 5000-COPY-DATASET THRU 5000-COPY-DATASET-EXIT.
009380     IF WS-COPY-FAILED
009390         OR WS-COPY-COUNT NOT = WS-LIVE-COUNT
009400         MOVE "GENERATION SAVE FAILED" TO WS-REFUSAL-REASON
009410         PERFORM 7000-REFUSE-REQUEST THRU 7000-REFUSE-REQUEST-EXIT
009420         MOVE SPACES TO WS-SAVED-GEN-DSN
009430         GO TO 3100-SAVE-LIVE-GENERATION-EXIT
009440     END-IF.
009450     MOVE WS-GEN-NODE TO WS-SAVED-GENERATION.
009460     MOVE WS-GEN-NODE TO WS-HIGH-GENERATION.
009470     PERFORM 1650-ADD-GENERATION THRU 1650-ADD-GENERATION-EXIT.
009480     DISPLAY "AOC-2020-GENSWAP LIVE FILE SAVED AS GENERATION "
009490         WS-SAVED-GENERATION " " WS-SAVED-GEN-DSN.
009500 3100-SAVE-LIVE-GENERATION-EXIT.
009510     EXIT.
009520*
009530* 3500 -- AUTOMATIC BACKOUT.  THE COPY OVER THE LIVE FILE FAILED
009540* PART WAY, SO THE LIVE FILE IS PUT BACK FROM THE GENERATION
009550* SAVED A MOMENT BEFORE.  IF EVEN THAT FAILS (OR THERE WAS NO
009560* LIVE FILE TO SAVE) THE LIVE FILE IS DAMAGED AND THE STEP ENDS
009570* RETURN CODE 16.
009580 3500-AUTOMATIC-BACKOUT.
009590     ADD 1 TO WS-FAILURE-COUNT.
009600     MOVE "Y" TO WS-REFUSED-SW.
009610     DISPLAY "AOC-2020-GENSWAP COPY OVER THE LIVE FILE FAILED - "
009620         WS-COPY-COUNT " OF " WS-SOURCE-COUNT " RECORDS".
009630     MOVE "DAMAGED " TO WS-OUTCOME.
009640     IF WS-SAVED-GENERATION > 0
009650         MOVE WS-SAVED-GEN-DSN TO WS-COPY-FROM-DSN
009660         MOVE WS-LIVE-DSN TO WS-COPY-TO-DSN
009670         PERFORM 5000-COPY-DATASET THRU 5000-COPY-DATASET-EXIT
009680         IF NOT WS-COPY-FAILED
009690             AND WS-COPY-COUNT = WS-LIVE-COUNT
009700             MOVE "RESTORED" TO WS-OUTCOME
009710         END-IF
009720     END-IF.
009730     MOVE WS-START-DATE TO ALP-RUN-DATE.
009740     MOVE WS-PROGRAM-MNEMONIC TO ALP-PROGRAM-ID.
009750     MOVE "CRIT" TO ALP-SEVERITY.
009760     MOVE SPACES TO ALP-ALERT-TEXT.
009770     IF WS-OUTCOME = "RESTORED"
009780         MOVE 12 TO RETURN-CODE
009790         MOVE "SWAP-BACKED-OUT " TO ALP-ALERT-TYPE
009800         MOVE "PROMOTE FAILED - LIVE FILE RESTORED"
009810             TO WS-REFUSAL-REASON
009820         DISPLAY "AOC-2020-GENSWAP LIVE FILE RESTORED FROM "
009830             WS-SAVED-GEN-DSN
009840     ELSE
009850         MOVE 16 TO RETURN-CODE
009860         MOVE "MASTER-DAMAGED  " TO ALP-ALERT-TYPE
009870         MOVE "PROMOTE FAILED - LIVE FILE DAMAGED"
009880             TO WS-REFUSAL-REASON
009890         DISPLAY "AOC-2020-GENSWAP LIVE FILE DAMAGED - RESTORE IT"
009900             " BY HAND FROM " WS-SAVED-GEN-DSN
009910     END-IF.
009920     STRING WS-MASTER-TYPE DELIMITED BY SPACE
009930         " " DELIMITED BY SIZE
009940         WS-REFUSAL-REASON DELIMITED BY SIZE
009950         INTO ALP-ALERT-TEXT.
009960     MOVE RETURN-CODE TO WS-SAVED-RC.
009970     CALL "AOC-2020-ALERT" USING WS-ALERT-PARM.
009980     MOVE WS-SAVED-RC TO RETURN-CODE.
009990     PERFORM 7400-START-HISTORY-ROW THRU
010000         7400-START-HISTORY-ROW-EXIT.
010010     IF WS-BACKOUT-REQUESTED
010020         MOVE WS-BACKOUT-GENERATION TO SWH-FROM-GENERATION
010030         MOVE WS-GEN-DSN (WS-BACKOUT-SUB) TO SWH-SOURCE-DSN
010040     ELSE
010050         MOVE WS-NEW-DSN TO SWH-SOURCE-DSN
010060         MOVE WS-TIE-ADD-COUNT TO SWH-ADD-COUNT
010070         MOVE WS-TIE-DELETE-COUNT TO SWH-DELETE-COUNT
010080     END-IF.
010090     MOVE WS-REFUSAL-REASON TO SWH-REASON.
010100     PERFORM 7500-WRITE-HISTORY-ROW THRU
010110         7500-WRITE-HISTORY-ROW-EXIT.
010120 3500-AUTOMATIC-BACKOUT-EXIT.
010130     EXIT.
010140*
010150* ---------------------------------------------------------------
010160* 4000 -- BACKOUT.  THE NAMED GENERATION MUST STILL BE ON HAND AND
010170* STILL HOLD THE COUNT IT WAS SAVED WITH.  THE LIVE FILE IS SAVED
010180* AS A NEW GENERATION FIRST, SO A BACKOUT CAN ITSELF BE BACKED
010190* OUT, AND A FAILED COPY IS PUT BACK BY 3500 AS ON A SWAP.
010200* ---------------------------------------------------------------
010210 4000-BACKOUT-GENERATION.
010220     MOVE WS-BACKOUT-GENERATION TO SWH-GENERATION.
010230     PERFORM 1600-FIND-GENERATION THRU 1600-FIND-GENERATION-EXIT.
010240     IF NOT WS-GEN-FOUND
010250         MOVE "GENERATION NOT ON HAND" TO WS-REFUSAL-REASON
010260         PERFORM 7000-REFUSE-REQUEST THRU 7000-REFUSE-REQUEST-EXIT
010270         GO TO 4000-BACKOUT-GENERATION-EXIT
010280     END-IF.
010290     MOVE WS-GEN-HIT-SUB TO WS-BACKOUT-SUB.
010300     DISPLAY "AOC-2020-GENSWAP GENERATION " WS-BACKOUT-GENERATION
010310         " SAVED " WS-GEN-DATE (WS-BACKOUT-SUB) " "
010320         WS-GEN-DSN (WS-BACKOUT-SUB).
010330     MOVE WS-GEN-DSN (WS-BACKOUT-SUB) TO WS-COUNT-DSN.
010340     PERFORM 5200-COUNT-DATASET THRU 5200-COUNT-DATASET-EXIT.
010350     MOVE WS-DATASET-COUNT TO WS-SOURCE-COUNT.
010360     IF WS-DATASET-MISSING
010370         OR WS-SOURCE-COUNT NOT = WS-GEN-RECORDS (WS-BACKOUT-SUB)
010380         MOVE "GENERATION COUNT CHANGED" TO WS-REFUSAL-REASON
010390         DISPLAY "AOC-2020-GENSWAP GENERATION HOLDS "
010400             WS-SOURCE-COUNT " RECORDS, SAVED WITH "
010410             WS-GEN-RECORDS (WS-BACKOUT-SUB)
010420         PERFORM 7000-REFUSE-REQUEST THRU 7000-REFUSE-REQUEST-EXIT
010430         GO TO 4000-BACKOUT-GENERATION-EXIT
010440     END-IF.
010450     MOVE WS-LIVE-DSN TO WS-COUNT-DSN.
010460     PERFORM 5200-COUNT-DATASET THRU 5200-COUNT-DATASET-EXIT.
010470     MOVE WS-DATASET-COUNT TO WS-LIVE-COUNT.
010480     MOVE WS-DATASET-MISSING-SW TO WS-LIVE-MISSING-SW.
010490     PERFORM 3100-SAVE-LIVE-GENERATION THRU
010500         3100-SAVE-LIVE-GENERATION-EXIT.
010510     IF WS-REQUEST-REFUSED
010520         GO TO 4000-BACKOUT-GENERATION-EXIT
010530     END-IF.
010540     MOVE WS-GEN-DSN (WS-BACKOUT-SUB) TO WS-COPY-FROM-DSN.
010550     MOVE WS-LIVE-DSN TO WS-COPY-TO-DSN.
010560     PERFORM 5000-COPY-DATASET THRU 5000-COPY-DATASET-EXIT.
010570     IF WS-COPY-FAILED
010580         OR WS-COPY-COUNT NOT = WS-SOURCE-COUNT
010590         PERFORM 3500-AUTOMATIC-BACKOUT THRU
010600             3500-AUTOMATIC-BACKOUT-EXIT
010610         GO TO 4000-BACKOUT-GENERATION-EXIT
010620     END-IF.
010630     MOVE WS-COPY-COUNT TO WS-PROMOTED-COUNT.
010640     MOVE "DONE    " TO WS-OUTCOME.
010650     PERFORM 7400-START-HISTORY-ROW THRU
010660         7400-START-HISTORY-ROW-EXIT.
010670     MOVE WS-BACKOUT-GENERATION TO SWH-FROM-GENERATION.
010680     MOVE WS-GEN-DSN (WS-BACKOUT-SUB) TO SWH-SOURCE-DSN.
010690     PERFORM 7500-WRITE-HISTORY-ROW THRU
010700         7500-WRITE-HISTORY-ROW-EXIT.
010710     DISPLAY "AOC-2020-GENSWAP " WS-MASTER-TYPE
010720         " BACKED OUT TO GENERATION " WS-BACKOUT-GENERATION " - "
010730         WS-PROMOTED-COUNT " RECORDS NOW LIVE".
010740 4000-BACKOUT-GENERATION-EXIT.
010750     EXIT.
010760*
010770* ---------------------------------------------------------------
010780* 5000/5100 -- COPY WS-COPY-FROM-DSN TO WS-COPY-TO-DSN THROUGH THE
010790* REPOINTED SWPIN AND SWPOUT DDS, COUNTING INTO WS-COPY-COUNT.
010800* 5200/5210 -- COUNT WS-COUNT-DSN INTO WS-DATASET-COUNT; A DATASET
010810* THAT IS NOT THERE (STATUS 35) COUNTS ZERO AND IS FLAGGED
010820* MISSING.  WHEN ASKED, EACH RECORD IS ALSO TESTED AS AN AUDIT
010830* ROW (THE NEW AUDIT TRAIL, SEE 2000).
010840* ---------------------------------------------------------------
010850 5000-COPY-DATASET.
010860     MOVE "N" TO WS-COPY-FAILED-SW.
010870     MOVE "N" TO WS-SRC-EOF-SW.
010880     MOVE 0 TO WS-COPY-COUNT.
010890     DISPLAY "DD_SWPIN" UPON ENVIRONMENT-NAME.
010900     DISPLAY WS-COPY-FROM-DSN UPON ENVIRONMENT-VALUE.
010910     OPEN INPUT SOURCE-FILE.
010920     IF WS-SOURCE-STATUS NOT = "00"
010930         DISPLAY "AOC-2020-GENSWAP - OPEN FAILED ON "
010940             WS-COPY-FROM-DSN
010950         DISPLAY "STATUS = " WS-SOURCE-STATUS
010960         MOVE "Y" TO WS-COPY-FAILED-SW
010970         GO TO 5000-COPY-DATASET-EXIT
010980     END-IF.
010990     DISPLAY "DD_SWPOUT" UPON ENVIRONMENT-NAME.
011000     DISPLAY WS-COPY-TO-DSN UPON ENVIRONMENT-VALUE.
011010     OPEN OUTPUT TARGET-FILE.
011020     IF WS-TARGET-STATUS NOT = "00"
011030         DISPLAY "AOC-2020-GENSWAP - OPEN FAILED ON "
011040             WS-COPY-TO-DSN
011050         DISPLAY "STATUS = " WS-TARGET-STATUS
011060         CLOSE SOURCE-FILE
011070         MOVE "Y" TO WS-COPY-FAILED-SW
011080         GO TO 5000-COPY-DATASET-EXIT
011090     END-IF.
011100     PERFORM 5100-COPY-ONE-RECORD THRU 5100-COPY-ONE-RECORD-EXIT
011110         UNTIL WS-SRC-EOF.
011120     CLOSE SOURCE-FILE.
011130     CLOSE TARGET-FILE.
011140     IF WS-TARGET-STATUS NOT = "00"
011150         MOVE "Y" TO WS-COPY-FAILED-SW
011160     END-IF.
011170 5000-COPY-DATASET-EXIT.
011180     EXIT.
011190*
011200 5100-COPY-ONE-RECORD.
011210     READ SOURCE-FILE
011220         AT END MOVE "Y" TO WS-SRC-EOF-SW
011230         NOT AT END
011240             MOVE SOURCE-RECORD TO TARGET-RECORD
011250             WRITE TARGET-RECORD
011260             ADD 1 TO WS-COPY-COUNT
011270     END-READ.
011280     IF WS-SRC-EOF
011290         GO TO 5100-COPY-ONE-RECORD-EXIT
011300     END-IF.
011310     IF WS-SOURCE-STATUS NOT = "00"
011320         OR WS-TARGET-STATUS NOT = "00"
011330         DISPLAY "AOC-2020-GENSWAP - COPY FAILED AT RECORD "
011340             WS-COPY-COUNT
011350         DISPLAY "STATUS = " WS-SOURCE-STATUS " " WS-TARGET-STATUS
011360         MOVE "Y" TO WS-COPY-FAILED-SW
011370         MOVE "Y" TO WS-SRC-EOF-SW
011380     END-IF.
011390 5100-COPY-ONE-RECORD-EXIT.
011400     EXIT.
011410*
011420 5200-COUNT-DATASET.
011430     MOVE "N" TO WS-DATASET-MISSING-SW.
011440     MOVE "N" TO WS-SRC-EOF-SW.
011450     MOVE 0 TO WS-DATASET-COUNT.
011460     DISPLAY "DD_SWPIN" UPON ENVIRONMENT-NAME.
011470     DISPLAY WS-COUNT-DSN UPON ENVIRONMENT-VALUE.
011480     OPEN INPUT SOURCE-FILE.
011490     IF WS-SOURCE-STATUS = "35"
011500         MOVE "Y" TO WS-DATASET-MISSING-SW
011510         GO TO 5200-COUNT-DATASET-EXIT
011520     END-IF.
011530     IF WS-SOURCE-STATUS NOT = "00"
011540         DISPLAY "AOC-2020-GENSWAP ABEND - OPEN FAILED ON "
011550             WS-COUNT-DSN
011560         DISPLAY "STATUS = " WS-SOURCE-STATUS
011570         PERFORM 8500-TERMINATE THRU 8500-TERMINATE-EXIT
011580         MOVE 16 TO RETURN-CODE
011590         GO TO 9999-EXIT
011600     END-IF.
011610     PERFORM 5210-COUNT-ONE-RECORD THRU 5210-COUNT-ONE-RECORD-EXIT
011620         UNTIL WS-SRC-EOF.
011630     CLOSE SOURCE-FILE.
011640 5200-COUNT-DATASET-EXIT.
011650     EXIT.
011660*
011670 5210-COUNT-ONE-RECORD.
011680     READ SOURCE-FILE
011690         AT END MOVE "Y" TO WS-SRC-EOF-SW
011700         NOT AT END
011710             ADD 1 TO WS-DATASET-COUNT
011720             IF WS-SCAN-FOR-AUDIT-ROW
011730                 MOVE SOURCE-RECORD TO WS-SCAN-AUDIT-RECORD
011740                 PERFORM 2150-TEST-ONE-AUDIT-ROW THRU
011750                     2150-TEST-ONE-AUDIT-ROW-EXIT
011760             END-IF
011770     END-READ.
011780 5210-COUNT-ONE-RECORD-EXIT.
011790     EXIT.
011800*
011810* ---------------------------------------------------------------
011820* 6000/6100 -- RETENTION.  ONCE A GENERATION HAS BEEN SAVED, ANY
011830* GENERATION OF THIS MASTER MORE THAN THE RETAINED NUMBER BEHIND
011840* IT IS EXPIRED: ITS DATASET GOES TO THE PURGE LIST AND AN
011850* EXPIRED ROW TO THE HISTORY.  THE GENERATION A BACKOUT HAS JUST
011860* RESTORED IS KEPT WHATEVER ITS AGE.
011870* ---------------------------------------------------------------
011880 6000-EXPIRE-GENERATIONS.
011890     COMPUTE WS-KEEP-FROM = WS-SAVED-GENERATION
011900         - WS-RETAIN-GENERATIONS + 1.
011910     PERFORM 6100-EXPIRE-ONE-GENERATION THRU
011920         6100-EXPIRE-ONE-GENERATION-EXIT
011930         VARYING WS-GEN-SUB FROM 1 BY 1
011940         UNTIL WS-GEN-SUB > WS-GEN-COUNT.
011950 6000-EXPIRE-GENERATIONS-EXIT.
011960     EXIT.
011970*
011980 6100-EXPIRE-ONE-GENERATION.
011990     IF NOT WS-GEN-ON-HAND (WS-GEN-SUB)
012000         OR WS-GEN-NUMBER (WS-GEN-SUB) >= WS-KEEP-FROM
012010         GO TO 6100-EXPIRE-ONE-GENERATION-EXIT
012020     END-IF.
012030     IF WS-BACKOUT-REQUESTED
012040         AND WS-GEN-NUMBER (WS-GEN-SUB) = WS-BACKOUT-GENERATION
012050         GO TO 6100-EXPIRE-ONE-GENERATION-EXIT
012060     END-IF.
012070     MOVE WS-GEN-DSN (WS-GEN-SUB) TO PURGE-LIST-RECORD.
012080     WRITE PURGE-LIST-RECORD.
012090     MOVE "N" TO WS-GEN-STATE-SW (WS-GEN-SUB).
012100     ADD 1 TO WS-EXPIRED-COUNT.
012110     PERFORM 7400-START-HISTORY-ROW THRU
012120         7400-START-HISTORY-ROW-EXIT.
012130     MOVE "EXPIRED " TO SWH-ACTION.
012140     MOVE "DONE    " TO SWH-RESULT.
012150     MOVE WS-GEN-NUMBER (WS-GEN-SUB) TO SWH-GENERATION.
012160     MOVE WS-GEN-DSN (WS-GEN-SUB) TO SWH-GEN-DSN.
012170     MOVE WS-GEN-RECORDS (WS-GEN-SUB) TO SWH-OLD-COUNT.
012180     MOVE 0 TO SWH-NEW-COUNT.
012190     PERFORM 7500-WRITE-HISTORY-ROW THRU
012200         7500-WRITE-HISTORY-ROW-EXIT.
012210     DISPLAY "AOC-2020-GENSWAP EXPIRED GENERATION "
012220         WS-GEN-NUMBER (WS-GEN-SUB) " " WS-GEN-DSN (WS-GEN-SUB).
012230 6100-EXPIRE-ONE-GENERATION-EXIT.
012240     EXIT.
012250*
012260* ---------------------------------------------------------------
012270* 7000 -- REFUSE THE REQUEST: NOTHING IS MOVED, THE REFUSAL IS
012280* LOGGED TO THE SWAP HISTORY, A CRIT ALERT GOES TO THE ONE FEED
012290* AND THE STEP ENDS RETURN CODE 12.
012300* ---------------------------------------------------------------
012310 7000-REFUSE-REQUEST.
012320     MOVE "Y" TO WS-REFUSED-SW.
012330     ADD 1 TO WS-FAILURE-COUNT.
012340     MOVE 12 TO RETURN-CODE.
012350     DISPLAY "AOC-2020-GENSWAP REFUSED - " WS-REFUSAL-REASON.
012360     MOVE "REFUSED " TO WS-OUTCOME.
012370     PERFORM 7400-START-HISTORY-ROW THRU
012380         7400-START-HISTORY-ROW-EXIT.
012390     MOVE 0 TO SWH-GENERATION.
012400     MOVE SPACES TO SWH-GEN-DSN.
012410     IF WS-BACKOUT-REQUESTED
012420         MOVE WS-BACKOUT-GENERATION TO SWH-FROM-GENERATION
012430     ELSE
012440         MOVE WS-NEW-DSN TO SWH-SOURCE-DSN
012450         MOVE WS-TIE-ADD-COUNT TO SWH-ADD-COUNT
012460         MOVE WS-TIE-DELETE-COUNT TO SWH-DELETE-COUNT
012470     END-IF.
012480     MOVE WS-REFUSAL-REASON TO SWH-REASON.
012490     PERFORM 7500-WRITE-HISTORY-ROW THRU
012500         7500-WRITE-HISTORY-ROW-EXIT.
012510     MOVE WS-START-DATE TO ALP-RUN-DATE.
012520     MOVE WS-PROGRAM-MNEMONIC TO ALP-PROGRAM-ID.
012530     MOVE "CRIT" TO ALP-SEVERITY.
012540     MOVE "SWAP-REFUSED    " TO ALP-ALERT-TYPE.
012550     MOVE SPACES TO ALP-ALERT-TEXT.
012560     STRING WS-MASTER-TYPE DELIMITED BY SPACE
012570         " " DELIMITED BY SIZE
012580         WS-REFUSAL-REASON DELIMITED BY SIZE
012590         INTO ALP-ALERT-TEXT.
012600     MOVE RETURN-CODE TO WS-SAVED-RC.
012610     CALL "AOC-2020-ALERT" USING WS-ALERT-PARM.
012620     MOVE WS-SAVED-RC TO RETURN-CODE.
012630 7000-REFUSE-REQUEST-EXIT.
012640     EXIT.
012650*
012660* 7400 -- START A HISTORY ROW WITH WHAT EVERY ROW CARRIES; THE
012670* CALLER FILLS IN THE REST AND PERFORMS 7500 TO WRITE IT.
012680 7400-START-HISTORY-ROW.
012690     MOVE SPACES TO SWAP-HISTORY-RECORD.
012700     MOVE WS-START-DATE TO SWH-RUN-DATE.
012710     ACCEPT SWH-RUN-TIME FROM TIME.
012720     MOVE WS-MASTER-TYPE TO SWH-MASTER-TYPE.
012730     MOVE WS-ACTION TO SWH-ACTION.
012740     MOVE WS-OUTCOME TO SWH-RESULT.
012750     MOVE WS-PRODUCER-ID TO SWH-PRODUCER-ID.
012760     MOVE WS-SAVED-GENERATION TO SWH-GENERATION.
012770     MOVE 0 TO SWH-FROM-GENERATION.
012780     MOVE WS-LIVE-COUNT TO SWH-OLD-COUNT.
012790     MOVE 0 TO SWH-ADD-COUNT.
012800     MOVE 0 TO SWH-DELETE-COUNT.
012810     MOVE WS-SOURCE-COUNT TO SWH-NEW-COUNT.
012820     MOVE WS-LIVE-DSN TO SWH-LIVE-DSN.
012830     MOVE WS-SAVED-GEN-DSN TO SWH-GEN-DSN.
012840 7400-START-HISTORY-ROW-EXIT.
012850     EXIT.
012860*
012870 7500-WRITE-HISTORY-ROW.
012880     WRITE SWAP-HISTORY-RECORD.
012890     IF WS-HISTORY-STATUS NOT = "00"
012900         DISPLAY "AOC-2020-GENSWAP WARNING - SWPHSTDD WRITE"
012910             " FAILED"
012920         DISPLAY "STATUS = " WS-HISTORY-STATUS
012930     END-IF.
012940 7500-WRITE-HISTORY-ROW-EXIT.
012950     EXIT.
012960*
012970 8000-WRITE-SUMMARY.
012980     DISPLAY "AOC-2020-GENSWAP MASTER TYPE        "
012990         WS-MASTER-TYPE.
013000     DISPLAY "AOC-2020-GENSWAP ACTION             " WS-ACTION.
013010     DISPLAY "AOC-2020-GENSWAP OUTCOME            " WS-OUTCOME.
013020     DISPLAY "AOC-2020-GENSWAP RECORDS NOW LIVE   "
013030         WS-PROMOTED-COUNT.
013040     DISPLAY "AOC-2020-GENSWAP GENERATION SAVED   "
013050         WS-SAVED-GENERATION.
013060     DISPLAY "AOC-2020-GENSWAP GENERATIONS EXPIRED"
013070         WS-EXPIRED-COUNT.
013080 8000-WRITE-SUMMARY-EXIT.
013090     EXIT.
013100*
013110 8500-TERMINATE.
013120     IF WS-FILES-OPEN
013130         CLOSE SWAP-HISTORY-FILE
013140         CLOSE PURGE-LIST-FILE
013150         MOVE "N" TO WS-FILES-OPEN-SW
013160     END-IF.
013170 8500-TERMINATE-EXIT.
013180     EXIT.
013190*
013200* ---------------------------------------------------------------
013210* 9000 -- APPEND ONE LINE TO THE SHARED JOB-RUN AUDIT TRAIL.
013220* AUD-REC-COUNT CARRIES THE RECORDS MADE LIVE, AUD-SKIP-COUNT THE
013230* GENERATIONS EXPIRED AND AUD-EXCP-COUNT THE FAILED VERIFICATIONS;
013240* AUD-RUN-NOTE SAYS WHAT WAS SWAPPED OR BACKED OUT.  ON AN AUDIT
013250* TRAIL SWAP THE ROW GOES ON THE TRAIL JUST PROMOTED.  THE SWAP IS
013260* NOT EVENT-SPECIFIC, SO THE EVENT YEAR IS LEFT BLANK.
013270* ---------------------------------------------------------------
013280 9000-WRITE-AUDIT-LOG.
013290     OPEN EXTEND AUDIT-FILE.
013300     IF WS-AUDIT-STATUS NOT = "00"
013310         OPEN OUTPUT AUDIT-FILE
013320     END-IF.
013330     MOVE SPACES TO WS-AUDIT-RECORD.
013340     MOVE WS-PROGRAM-MNEMONIC TO
013350         AUD-PROGRAM-ID OF WS-AUDIT-RECORD.
013360     MOVE WS-START-DATE TO AUD-RUN-DATE OF WS-AUDIT-RECORD.
013370     MOVE WS-START-TIME TO AUD-RUN-TIME OF WS-AUDIT-RECORD.
013380     MOVE WS-PROMOTED-COUNT TO AUD-REC-COUNT OF WS-AUDIT-RECORD.
013390     MOVE WS-EXPIRED-COUNT TO AUD-SKIP-COUNT OF WS-AUDIT-RECORD.
013400     MOVE WS-FAILURE-COUNT TO AUD-EXCP-COUNT OF WS-AUDIT-RECORD.
013410     STRING WS-ACTION DELIMITED BY SPACE
013420         " " DELIMITED BY SIZE
013430         WS-MASTER-TYPE DELIMITED BY SPACE
013440         " " DELIMITED BY SIZE
013450         WS-OUTCOME DELIMITED BY SPACE
013460         " GEN " DELIMITED BY SIZE
013470         WS-SAVED-GENERATION DELIMITED BY SIZE
013480         INTO AUD-RUN-NOTE OF WS-AUDIT-RECORD.
013490* AOC-2020-ELAPSE COMES BACK WITH ITS OWN (ZERO) RETURN-CODE
013500* REGISTER -- SAVE AND RESTORE THE CALLER'S AROUND THE CALL.
013510     MOVE RETURN-CODE TO WS-SAVED-RC.
013520     MOVE WS-START-TIME TO ELP-START-TIME.
013530     ACCEPT ELP-END-TIME FROM TIME.
013540     CALL "AOC-2020-ELAPSE" USING WS-ELAPSE-PARM.
013550     MOVE ELP-ELAPSED-SECS TO
013560         AUD-ELAPSED-SECS OF WS-AUDIT-RECORD.
013570     MOVE WS-SAVED-RC TO RETURN-CODE.
013580     MOVE RETURN-CODE TO AUD-RETURN-CODE OF WS-AUDIT-RECORD.
013590     IF RETURN-CODE > 4
013600         MOVE "FAILED  " TO
013610             AUD-COMPLETION-STATUS OF WS-AUDIT-RECORD
013620     ELSE
013630         MOVE "COMPLETE" TO
013640             AUD-COMPLETION-STATUS OF WS-AUDIT-RECORD
013650     END-IF.
013660     WRITE AUDIT-RECORD FROM WS-AUDIT-RECORD.
013670     CLOSE AUDIT-FILE.
013680* MIRROR THE ROW TO THE KEYED AUDIT MASTER THE DUPLICATE-RUN
013690* GUARDS READ (SEE CPAUDPRM).
013700     MOVE RETURN-CODE TO WS-SAVED-RC.
013710     MOVE "WRITE" TO AUP-FUNCTION.
013720     MOVE WS-AUDIT-RECORD TO AUP-AUDIT-ROW.
013730     CALL "AOC-2020-AUDIT" USING WS-AUDIT-PARM.
013740     MOVE WS-SAVED-RC TO RETURN-CODE.
013750 9000-WRITE-AUDIT-LOG-EXIT.
013760     EXIT.
013770*
013780 9999-EXIT.
013790     PERFORM 9000-WRITE-AUDIT-LOG THRU 9000-WRITE-AUDIT-LOG-EXIT.
013800     GOBACK.
