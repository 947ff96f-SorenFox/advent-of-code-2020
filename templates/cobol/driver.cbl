000954*                      BLOCK.  AOC-2020-SLAMON READS THE SAME
000955*                      FILE TO NAME THE IN-FLIGHT DAY ON A
000956*                      MID-STREAM PROJECTION.
000957*   09/02/2026  DH    THE DUPLICATE-RUN GUARD NOW ASKS THE
000958*                      SHARED AOC-2020-AUDIT SUBPROGRAM (KEYED
000959*                      LOOKUP ON THE AUDMSTDD MASTER, SEE
000960*                      CPAUDPRM) INSTEAD OF SCANNING AUDITDD
000961*                      END TO END, AND THE DISPATCHER'S OWN
000962*                      AUDIT ROW IS MIRRORED INTO THE MASTER
000963*                      AFTER THE FLAT APPEND.  THE FLAT TRAIL
000964*                      IS UNCHANGED FOR EVERY EXISTING READER.
000965*   09/02/2026  DH    A DUPLICATE-RUN REFUSAL (RETURN CODE 12)
000966*                      NOW ALSO RAISES A WARN ALERT ON THE ONE
000967*                      STANDARD FEED THROUGH THE CENTRAL
000968*                      AOC-2020-ALERT MANAGER (SEE CPALTPRM) --
000969*                      IT USED TO SHOW ONLY ON SYSOUT.
000970*   10/15/2026  DH    RESTART MODE (1300).  A RESTART CARD ON
000971*                      RUNCTLDD, ADDED TO THE HALTED NIGHT'S
000972*                      ORIGINAL CARDS, READS TONIGHT'S STATUSDD
000973*                      HEARTBEAT AND THE AUDMSTDD MASTER AND
000974*                      PASSES OVER EVERY DAY THAT ALREADY HAS A
000975*                      COMPLETE ROW AND ENDED CLEAN ("RAN", SO
000976*                      IT BALANCED AND RECONCILED), SHOWING IT
000977*                      AS "RAN-PRIOR" IN THE DAY RESULTS.  THE
000978*                      STREAM RESUMES AT THE DAY THAT FAILED OR
000979*                      NEVER STARTED UNDER THE CARDED POLICIES.
000980*                      A DAY WHOSE PROGRAM FINISHED BUT DID NOT
000981*                      RECONCILE IS FORCED PAST ITS OWN GUARD
000982*                      FOR THE RERUN.  THE RESTART POINT
000983*                      GOES ON THE AOC2DRV ROW IN AUD-RUN-NOTE
000984*                      (SEE CPAUDIT) FOR THE MORNING CHECKOUT.
000985*   10/15/2026  DH    INPUT PROFILING.  ONCE A DAY'S INPUT
000986*                      BALANCES, AOC-2020-PROFILE (2060) COMPARES
000987*                      ITS SHAPE WITH THE DAY'S LAST ACCEPTED
000988*                      PROFILE AND ALERTS ON FORMAT DRIFT BEFORE
000989*                      THE DAY PROGRAM IS CALLED.  DRIFT IS
000990*                      REPORTED, NEVER A REASON TO HOLD THE DAY.
000991*   10/15/2026  DH    OPERATOR COMMAND DATASET (OPCMDDD, 2010).
000992*                      CHECKED BEFORE EVERY DAY IS CALLED, SO
000993*                      OPERATIONS CAN STEER A RUNNING STREAM
000994*                      WITHOUT CANCELLING THE JOB: HOLD (END THE
000995*                      STREAM BEFORE THE NEXT DAY, TO BE
000996*                      RESUBMITTED WITH ITS RESTART CARD), SKIP
000997*                      NN, DRAIN (END CLEANLY AFTER THE CURRENT
000998*                      DAY) AND POLICY NN.  EACH COMMAND ACTED ON
000999*                      GOES TO THE STATUSDD HEARTBEAT (DAY 00,
001000*                      PHASE "CMD") AND INTO AUD-RUN-NOTE ON THE
001001*                      AOC2DRV ROW.  DAYS LEFT BY A HOLD, A DRAIN
001002*                      OR AN OPERATOR SKIP SHOW AS "HELD" /
001003*                      "DRAINED" / "SKIPPED-OPS" IN THE DAY
001004*                      RESULTS AND COUNT AS NOT RUN; A HELD OR
001005*                      DRAINED NIGHT ENDS RETURN CODE 4, COMPLETE.
001006*   10/15/2026  DH    PROCESSING CALENDAR (CALMSTDD, 1150).  WHEN
001007*                      RUNCTLDD CARRIES NO DAY CARDS, TONIGHT'S
001008*                      CALENDAR ROW PICKS THE DAYS: A RUN NIGHT
001009*                      RUNS ONLY ITS SCHEDULED DAYS (THE OTHERS
001010*                      SHOW AS "UNSCHEDULED"), A HOLIDAY OR
001011*                      BLACKOUT RUNS NONE.  NO CALENDAR, OR NO
001012*                      ROW FOR TONIGHT, KEEPS ALL 25 DAYS.
001013*   10/15/2026  DH    CERTIFICATION GATE (2040).  BEFORE EACH
001014*                      CALL THE DAY PROGRAM IS ASKED FOR ITS
001015*                      COMPILE STAMP (AOCVERQ / AOCVERSN) AND THE
001016*                      STAMP IS CHECKED AGAINST THE CERTIFICATION
001017*                      REGISTER (CERTREGDD, SEE CPCRTREG) THAT A
001018*                      ZERO-DIFFERENCE AOC-2020-COMPARE RUN
001019*                      WRITES.  AN UNCERTIFIED VERSION IS REFUSED
001020*                      (THE DEFAULT -- IT FAILS UNDER THE DAY'S
001021*                      ERROR POLICY) OR, WITH AN "UNCERTIFIED
001022*                      HOLD" CARD ON RUNCTLDD, RUN WITH ITS
001023*                      ANSWERS HELD OUT OF THE SUBMISSION EXTRACT.
001024*                      EITHER WAY IT RAISES A WARN ALERT
001025*                      (UNCERTIFIED) AND SHOWS AS "UNCERTIFIED"
001026*                      IN THE DAY RESULTS.  EVERY VERDICT GOES ON
001027*                      THE CERTIFICATION CHECK LOG (CRTLOGDD, SEE
001028*                      CPCRTLOG).  A NIGHT WITH A HELD DAY AND NO
001029*                      FAILURE ENDS RETURN CODE 4, COMPLETE.
001030*   10/15/2026  DH    EVENT-YEAR QUALIFIER.  A YEAR CARD (YEAR
001031*                      YYYY) ON RUNCTLDD NAMES THE EVENT THE DAY
001032*                      TABLE BELONGS TO -- 2020 WITHOUT ONE.  THE
001033*                      DAY PROGRAMS CALLED ARE AOC-<YEAR>-DAY-NN,
001034*                      THE YEAR IS EXPORTED AS AOCYEAR BESIDE
001035*                      AOCASOF, AUDIT ROWS, GUARD LOOKUPS AND THE
001036*                      CERTIFICATION REGISTER AND LOG CARRY IT, A
001037*                      RESTART READS ONLY ITS OWN EVENT'S
001038*                      HEARTBEAT ROWS, AND ANY EVENT BUT 2020 HAS
001039*                      ITS INPUT, RECYCLE AND STAGING DSNS
001040*                      QUALIFIED Y<YYYY>. SO A 2021 STREAM AND A
001041*                      2020 RERUN CAN SHARE THE SAME FILES.
001042*-----------------------------------------------------------------
001043*
001044 ENVIRONMENT DIVISION.
001045 INPUT-OUTPUT SECTION.
001046     FILE-CONTROL.
001047         SELECT RUNCTL-FILE ASSIGN TO "RUNCTLDD"
001048             ORGANIZATION IS LINE SEQUENTIAL
001049             FILE STATUS IS WS-RUNCTL-STATUS.
001050         SELECT AUDIT-FILE ASSIGN TO "AUDITDD"
001051             ORGANIZATION IS LINE SEQUENTIAL
001052             FILE STATUS IS WS-AUDIT-STATUS.
001053         SELECT STATUS-FILE ASSIGN TO "STATUSDD"
001054             ORGANIZATION IS LINE SEQUENTIAL
001055             FILE STATUS IS WS-STATUS-STATUS.
001056         SELECT OPCMD-FILE ASSIGN TO "OPCMDDD"
001057             ORGANIZATION IS LINE SEQUENTIAL
001058             FILE STATUS IS WS-OPCMD-STATUS.
001059         SELECT CALENDAR-FILE ASSIGN TO "CALMSTDD"
001060             ORGANIZATION IS INDEXED
001061             ACCESS MODE IS DYNAMIC
001062             RECORD KEY IS CAL-KEY
001063             FILE STATUS IS WS-CALENDAR-STATUS.
001064         SELECT CERT-REGISTER-FILE ASSIGN TO "CERTREGDD"
001065             ORGANIZATION IS INDEXED
001066             ACCESS MODE IS DYNAMIC
001067             RECORD KEY IS CRT-KEY
001068             FILE STATUS IS WS-CERTREG-STATUS.
001069         SELECT CERT-LOG-FILE ASSIGN TO "CRTLOGDD"
001070             ORGANIZATION IS LINE SEQUENTIAL
001071             FILE STATUS IS WS-CERTLOG-STATUS.
001072*
001073 DATA DIVISION.
001074 FILE SECTION.
001080 FD  RUNCTL-FILE.
001090 01  RUNCTL-RECORD.
001100     05  RUN-CARD-ID                 PIC X(02).
001130     05  RUN-FILLER-2                PIC X(60).
001140*
001150 FD  AUDIT-FILE.
001151     COPY CPAUDIT.
001152*
001153* ONE PROGRESS RECORD AS EACH DAY STARTS AND ANOTHER AS IT
001154* ENDS, SO THE ON-CALL CAN SEE EXACTLY WHERE THE STREAM IS
001155* WHILE IT RUNS INSTEAD OF WAITING FOR THE DAY-RESULTS BLOCK.
001156 FD  STATUS-FILE.
001157 01  STATUS-RECORD.
001158     05  STS-RUN-DATE                PIC X(08).
001159     05  STS-FILLER-1                PIC X(01).
001160     05  STS-DAY-NUM                 PIC 9(02).
001161     05  STS-FILLER-2                PIC X(01).
001162     05  STS-PROGRAM                 PIC X(15).
001163     05  STS-FILLER-3                PIC X(01).
001164     05  STS-PHASE                   PIC X(05).
001165     05  STS-FILLER-4                PIC X(01).
001166     05  STS-TIME                    PIC X(08).
001167     05  STS-FILLER-5                PIC X(01).
001168     05  STS-RETURN-CODE             PIC 9(04).
001169     05  STS-FILLER-6                PIC X(01).
001170     05  STS-RESULT                  PIC X(12).
001171*
001172* OPERATOR COMMANDS, APPENDED BY OPERATIONS WHILE THE STREAM
001173* RUNS.  ONE COMMAND PER LINE; "*" OR BLANK LINES ARE SKIPPED.
001174*   HOLD                      END THE STREAM BEFORE THE NEXT DAY;
001175*                             RESUBMIT WITH THE RESTART CARD
001176*   RESUME                    CANCEL A HOLD NOT YET ACTED ON
001185*   SKIP   NN                 DO NOT RUN DAY NN TONIGHT
001186*   DRAIN                     END THE STREAM AFTER THE CURRENT DAY
001187*   POLICY NN HALT            CHANGE DAY NN'S ERROR POLICY (SAME
001188*                             NAMES AS THE RUNCTLDD DAY CARDS)
001189 FD  OPCMD-FILE.
001190 01  OPCMD-RECORD.
001191     05  OPC-VERB                    PIC X(06).
001192     05  OPC-FILLER-1                PIC X(01).
001193     05  OPC-DAY                     PIC X(02).
001194     05  OPC-FILLER-2                PIC X(01).
001195     05  OPC-POLICY                  PIC X(17).
001196     05  OPC-FILLER-3                PIC X(53).
001197*
001198 FD  CALENDAR-FILE.
001199     COPY CPCALMST.
001200*
001201 FD  CERT-REGISTER-FILE.
001202     COPY CPCRTREG.
001203*
001204 FD  CERT-LOG-FILE.
001205     COPY CPCRTLOG.
001206*
001207 WORKING-STORAGE SECTION.
001208 01  WS-RUNCTL-STATUS                PIC X(02) VALUE "00".
001209 01  WS-AUDIT-STATUS                 PIC X(02) VALUE "00".
001210 01  WS-STATUS-STATUS                PIC X(02) VALUE "00".
001211 01  WS-PROGRESS-PHASE               PIC X(05) VALUE SPACES.
001212 01  WS-DAY-NUM                      PIC 9(02) COMP VALUE 1.
001220 01  WS-DAY-NUM-ED                   PIC 99.
001230 01  WS-PROGRAM-NAME                 PIC X(15).
001240 01  WS-DSN-NAME                     PIC X(40).
001390 01  WS-BALANCE-SW                   PIC X(01) VALUE "N".
001400     88  WS-INPUT-OUT-OF-BALANCE     VALUE "Y".
001410 01  WS-FORCE-SW                     PIC X(01) VALUE "N".
001411     88  WS-FORCE-REQUESTED          VALUE "Y".
001412 01  WS-ASOF-SW                      PIC X(01) VALUE "N".
001413     88  WS-ASOF-REQUESTED           VALUE "Y".
001414 01  WS-ASOF-DATE                    PIC X(08) VALUE SPACES.
001415 01  WS-RESTART-SW                   PIC X(01) VALUE "N".
001416     88  WS-RESTART-REQUESTED        VALUE "Y".
001417 01  WS-STATUS-EOF-SW                PIC X(01) VALUE "N".
001418     88  WS-STATUS-EOF               VALUE "Y".
001419 01  WS-STATUS-DAY                   PIC 9(02) VALUE 0.
001420 01  WS-RESTART-DAY                  PIC 9(02) VALUE 0.
001421 01  WS-RUN-NOTE                     PIC X(30) VALUE SPACES.
001422 01  WS-RESTART-NOTE                 PIC X(30) VALUE SPACES.
001423 01  WS-OPCMD-STATUS                 PIC X(02) VALUE "00".
001424 01  WS-OPCMD-EOF-SW                 PIC X(01) VALUE "N".
001425     88  WS-OPCMD-EOF                VALUE "Y".
001426* LINES OF OPCMDDD ALREADY ACTED ON -- THE DATASET IS RE-READ
001427* FROM THE TOP ON EVERY CHECK AND ONLY NEWER LINES ARE APPLIED.
001428 01  WS-OPCMD-DONE                   PIC 9(04) COMP VALUE 0.
001429 01  WS-OPCMD-SEEN                   PIC 9(04) COMP VALUE 0.
001430 01  WS-HOLD-SW                      PIC X(01) VALUE "N".
001431     88  WS-STREAM-HELD              VALUE "Y".
001432 01  WS-WAS-HELD-SW                  PIC X(01) VALUE "N".
001433     88  WS-STREAM-WAS-HELD          VALUE "Y".
001434 01  WS-DRAIN-SW                     PIC X(01) VALUE "N".
001435     88  WS-STREAM-DRAINED           VALUE "Y".
001436 01  WS-HOLD-DAY                     PIC 9(02) VALUE 0.
001437 01  WS-DRAIN-DAY                    PIC 9(02) VALUE 0.
001438 01  WS-CMD-DAY                      PIC 9(02) VALUE 0.
001439 01  WS-CMD-RESULT                   PIC X(12) VALUE SPACES.
001440 01  WS-CMD-PIECE                    PIC X(12) VALUE SPACES.
001441 01  WS-MARK-DAY                     PIC 9(02) COMP VALUE 0.
001442 01  WS-CMDS-ACTED                   PIC 9(02) COMP VALUE 0.
001443* "OPS:" FOLLOWED BY EACH COMMAND ACTED ON; RIDES AFTER THE RUN
001444* NOTE IN AUD-RUN-NOTE (SEE CPAUDIT).
001445 01  WS-OPS-NOTE                     PIC X(39) VALUE SPACES.
001446 01  WS-OPS-PTR                      PIC 9(02) COMP VALUE 1.
001447 01  WS-OPS-PTR-SAVE                 PIC 9(02) COMP VALUE 1.
001448 01  WS-OPS-MORE-SW                  PIC X(01) VALUE "N".
001449     88  WS-OPS-MORE                 VALUE "Y".
001450 01  WS-NOTE-PTR                     PIC 9(02) COMP VALUE 1.
001451 01  WS-NOTE-PIECE                   PIC X(39) VALUE SPACES.
001452 01  WS-NOTE-FULL-SW                 PIC X(01) VALUE "N".
001453     88  WS-NOTE-FULL                VALUE "Y".
001461 01  WS-CALENDAR-STATUS              PIC X(02) VALUE "00".
001462 01  WS-CERTREG-STATUS               PIC X(02) VALUE "00".
001463 01  WS-CERTLOG-STATUS               PIC X(02) VALUE "00".
001464* WHAT BECOMES OF A DAY WHOSE VERSION IS NOT CERTIFIED -- SET BY
001465* AN "UNCERTIFIED REFUSE" / "UNCERTIFIED HOLD" CARD.
001466 01  WS-UNCERT-POLICY                PIC X(01) VALUE "R".
001467     88  WS-UNCERT-REFUSE            VALUE "R".
001468     88  WS-UNCERT-HOLD              VALUE "H".
001469 01  WS-CERT-VERDICT                 PIC X(01) VALUE "C".
001470     88  WS-CERT-PASSED              VALUE "C".
001471     88  WS-CERT-HELD                VALUE "H".
001472     88  WS-CERT-REFUSED             VALUE "R".
001473 01  WS-ANY-HELD-SW                  PIC X(01) VALUE "N".
001474     88  WS-ANY-DAY-HELD             VALUE "Y".
001475 01  WS-DAY-MNEMONIC                 PIC X(08) VALUE SPACES.
001476 01  WS-RUN-VERSION                  PIC X(16) VALUE SPACES.
001477 01  WS-RECON-PARM.
001480     05  WS-RECON-DAY-NUM            PIC 9(02).
001490 01  WS-ARCHIVE-PARM.
001500     05  WS-ARCH-PROGRAM-ID          PIC X(08).
001501 01  WS-PROFILE-PARM.
001502     05  WS-PROFILE-DAY-NUM          PIC 9(02).
001510 01  WS-SAVED-RC                     PIC 9(04) COMP VALUE 0.
001520*
001530* ONE SLOT PER CALENDAR DAY.  POLICY IS A ONE-BYTE CODE SET FROM
001540* THE RUN-CONTROL CARD; RESULT IS FILLED IN AS THE STREAM RUNS.
001541* THE WHOLE TABLE BELONGS TO ONE EVENT YEAR (A YEAR CARD, 2020
001542* WITHOUT ONE).  THE YEAR NODE QUALIFIES EVERY DAY-SCOPED DSN
001543* FOR ANY EVENT BUT 2020, WHOSE DATASETS KEEP THEIR OLD NAMES.
001550 01  WS-DAY-TABLE.
001551     05  WS-DAY-EVENT-YEAR           PIC X(04) VALUE "2020".
001552     05  WS-DAY-YEAR-NODE            PIC X(06) VALUE SPACES.
001560     05  WS-DAY-ENTRY OCCURS 25 TIMES.
001570         10  WS-DAY-SELECTED-SW      PIC X(01).
001580             88  WS-DAY-SELECTED     VALUE "Y".
001610             88  WS-POLICY-SKIP      VALUE "S".
001620             88  WS-POLICY-RETRY     VALUE "R".
001630         10  WS-DAY-RESULT           PIC X(12).
001631         10  WS-DAY-PRIOR-SW         PIC X(01).
001632             88  WS-DAY-PRIOR-CLEAN  VALUE "Y".
001633         10  WS-DAY-FORCE-SW         PIC X(01).
001634             88  WS-DAY-FORCED       VALUE "Y".
001635         10  WS-DAY-HELD-SW          PIC X(01).
001636             88  WS-DAY-HELD         VALUE "Y".
001640*
001650 01  WS-DAY-COUNTS.
001660     05  WS-DAYS-RAN                 PIC 9(02) COMP VALUE 0.
001670     05  WS-DAYS-NOT-RUN             PIC 9(02) COMP VALUE 0.
001680     05  WS-DAYS-FAILED              PIC 9(02) COMP VALUE 0.
001681     05  WS-DAYS-PRIOR               PIC 9(02) COMP VALUE 0.
001682     05  WS-DAYS-HELD                PIC 9(02) COMP VALUE 0.
001690*
001700 COPY CPAUDIT REPLACING ==AUDIT-RECORD==
001710     BY ==WS-AUDIT-RECORD==.
001780     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001790     PERFORM 2000-RUN-ONE-DAY THRU 2000-RUN-ONE-DAY-EXIT
001800         VARYING WS-DAY-NUM FROM 1 BY 1
001810         UNTIL WS-DAY-NUM > 25 OR WS-STREAM-ABENDED
001811             OR WS-STREAM-DRAINED OR WS-STREAM-HELD.
001820     PERFORM 7000-REPORT-DAY-RESULTS THRU
001830         7000-REPORT-DAY-RESULTS-EXIT.
001840     PERFORM 8000-WRITE-AUDIT-LOG THRU 8000-WRITE-AUDIT-LOG-EXIT.
002110     END-IF.
002111     DISPLAY "AOCASOF" UPON ENVIRONMENT-NAME.
002112     DISPLAY WS-START-DATE UPON ENVIRONMENT-VALUE.
002113* THE EVENT YEAR GOES DOWN THE SAME WAY (AOCYEAR, READ BY
002114* AOC-2020-RUNDATE), SO EVERY CALLED STEP STAMPS AND SELECTS
002115* ITS ROWS UNDER THE EVENT THIS STREAM IS RUNNING.
002116     DISPLAY "AOCYEAR" UPON ENVIRONMENT-NAME.
002117     DISPLAY WS-DAY-EVENT-YEAR UPON ENVIRONMENT-VALUE.
002118     MOVE SPACES TO WS-DAY-YEAR-NODE.
002119     IF WS-DAY-EVENT-YEAR NOT = "2020"
002120         STRING "Y" DELIMITED BY SIZE
002121             WS-DAY-EVENT-YEAR DELIMITED BY SIZE
002122             "." DELIMITED BY SIZE
002123             INTO WS-DAY-YEAR-NODE
002124         DISPLAY "AOC-2020-DRIVER RUNNING EVENT YEAR "
002125             WS-DAY-EVENT-YEAR
002126     END-IF.
002127* DAY CARDS OVERRIDE THE CALENDAR FOR THE NIGHT.
002128     IF NOT WS-DAY-CARDS-SEEN
002129         PERFORM 1150-APPLY-CALENDAR THRU
002130             1150-APPLY-CALENDAR-EXIT
002131     END-IF.
002132     PERFORM 1200-CHECK-PRIOR-RUN THRU
002133         1200-CHECK-PRIOR-RUN-EXIT.
002134     IF WS-RESTART-REQUESTED
002135         PERFORM 1300-LOAD-RESTART-POINT THRU
002136             1300-LOAD-RESTART-POINT-EXIT
002137     END-IF.
002138* PASS THE FORCE INDICATOR DOWN SO EACH DAY PROGRAM'S OWN
002140* DUPLICATE-RUN GUARD HONORS AN INTENTIONAL RERUN TOO.
002150     DISPLAY "AOCFORCE" UPON ENVIRONMENT-NAME.
002160     IF WS-FORCE-REQUESTED
002250     MOVE "Y" TO WS-DAY-SELECTED-SW (WS-DAY-NUM).
002260     MOVE "H" TO WS-DAY-POLICY (WS-DAY-NUM).
002270     MOVE "NOT REACHED " TO WS-DAY-RESULT (WS-DAY-NUM).
002271     MOVE "N" TO WS-DAY-PRIOR-SW (WS-DAY-NUM).
002272     MOVE "N" TO WS-DAY-FORCE-SW (WS-DAY-NUM).
002273     MOVE "N" TO WS-DAY-HELD-SW (WS-DAY-NUM).
002280 1050-DEFAULT-ONE-DAY-EXIT.
002290     EXIT.
002300*
002420     IF RUNCTL-RECORD (1:1) = "*" OR RUNCTL-RECORD = SPACES
002430         GO TO 1110-APPLY-ONE-CARD-EXIT
002440     END-IF.
002441     IF RUNCTL-RECORD (1:8) = "RESTART "
002442         MOVE "Y" TO WS-RESTART-SW
002443         DISPLAY "AOC-2020-DRIVER - RESTART CARD ACCEPTED"
002444         GO TO 1110-APPLY-ONE-CARD-EXIT
002445     END-IF.
002450     IF RUNCTL-RECORD (1:6) = "FORCE "
002460         MOVE "Y" TO WS-FORCE-SW
002470         DISPLAY "AOC-2020-DRIVER - FORCE CARD ACCEPTED"
002500         END-IF
002501         GO TO 1110-APPLY-ONE-CARD-EXIT
002502     END-IF.
002503     IF RUNCTL-RECORD (1:5) = "YEAR "
002504         IF RUNCTL-RECORD (6:4) NUMERIC
002505             AND RUNCTL-RECORD (6:4) NOT < "2015"
002506             MOVE RUNCTL-RECORD (6:4) TO WS-DAY-EVENT-YEAR
002507             DISPLAY "AOC-2020-DRIVER - YEAR CARD ACCEPTED FOR "
002508                 WS-DAY-EVENT-YEAR
002509         ELSE
002510             DISPLAY "AOC-2020-DRIVER WARNING - BAD YEAR CARD"
002511             DISPLAY "CARD IGNORED: " RUNCTL-RECORD (1:20)
002512         END-IF
002513         GO TO 1110-APPLY-ONE-CARD-EXIT
002514     END-IF.
002515     IF RUNCTL-RECORD (1:12) = "UNCERTIFIED "
002516         EVALUATE RUNCTL-RECORD (13:7)
002517             WHEN "REFUSE "
002518                 MOVE "R" TO WS-UNCERT-POLICY
002519             WHEN "HOLD   "
002520                 MOVE "H" TO WS-UNCERT-POLICY
002521             WHEN OTHER
002522                 DISPLAY "AOC-2020-DRIVER WARNING - BAD"
002523                     " UNCERTIFIED CARD, REFUSE STANDS"
002524         END-EVALUATE
002525         GO TO 1110-APPLY-ONE-CARD-EXIT
002526     END-IF.
002527     IF RUN-CARD-ID NOT NUMERIC
002528         DISPLAY "AOC-2020-DRIVER WARNING - BAD RUN CONTROL CARD"
002529         DISPLAY "CARD IGNORED: " RUNCTL-RECORD (1:20)
002530         GO TO 1110-APPLY-ONE-CARD-EXIT
002540     END-IF.
002550     MOVE RUN-CARD-ID TO WS-CARD-DAY.
002900 1120-DESELECT-ONE-DAY-EXIT.
002910     EXIT.
002920*
002921* ---------------------------------------------------------------
002922* 1150/1160 -- TAKE TONIGHT'S DAY SELECTION FROM THE PROCESSING
002923* CALENDAR (SEE CPCALMST), KEYED BY THE RUN DATE (THE AS-OF
002924* DATE WHEN CARDED).  WITHOUT THE CALENDAR OR A ROW FOR THE
002925* NIGHT THE CLASSIC FULL STREAM RUNS.
002926* ---------------------------------------------------------------
002927 1150-APPLY-CALENDAR.
002928     OPEN INPUT CALENDAR-FILE.
002929     IF WS-CALENDAR-STATUS NOT = "00"
002930         DISPLAY "AOC-2020-DRIVER NOTICE - NO PROCESSING CALENDAR"
002931         DISPLAY "ALL 25 DAYS RUN WITH THE HALT POLICY"
002932         GO TO 1150-APPLY-CALENDAR-EXIT
002933     END-IF.
002934     MOVE WS-START-DATE TO CAL-BUSINESS-DATE.
002935     READ CALENDAR-FILE
002936         INVALID KEY
002937             MOVE "23" TO WS-CALENDAR-STATUS
002938     END-READ.
002939     CLOSE CALENDAR-FILE.
002940     IF WS-CALENDAR-STATUS NOT = "00"
002941         DISPLAY "AOC-2020-DRIVER NOTICE - " WS-START-DATE
002942             " NOT ON THE CALENDAR"
002943         DISPLAY "ALL 25 DAYS RUN WITH THE HALT POLICY"
002944         GO TO 1150-APPLY-CALENDAR-EXIT
002945     END-IF.
002946     PERFORM 1160-CALENDAR-ONE-DAY THRU
002947         1160-CALENDAR-ONE-DAY-EXIT
002948         VARYING WS-DAY-NUM FROM 1 BY 1
002949         UNTIL WS-DAY-NUM > 25.
002950     IF CAL-HOLIDAY
002951         MOVE "CALENDAR HOLIDAY - NO DAYS RUN" TO WS-RUN-NOTE
002952     END-IF.
002953     IF CAL-BLACKOUT
002954         MOVE "CALENDAR BLACKOUT - NONE RUN" TO WS-RUN-NOTE
002955     END-IF.
002956     IF WS-RUN-NOTE NOT = SPACES
002957         DISPLAY "AOC-2020-DRIVER " WS-RUN-NOTE
002958     ELSE
002959         DISPLAY "AOC-2020-DRIVER - CALENDAR RUN NIGHT "
002960             WS-START-DATE " " CAL-DESCRIPTION
002961     END-IF.
002962 1150-APPLY-CALENDAR-EXIT.
002963     EXIT.
002964*
002965 1160-CALENDAR-ONE-DAY.
002966     EVALUATE TRUE
002967         WHEN CAL-HOLIDAY
002968             MOVE "HOLIDAY     " TO WS-DAY-RESULT (WS-DAY-NUM)
002969         WHEN CAL-BLACKOUT
002970             MOVE "BLACKOUT    " TO WS-DAY-RESULT (WS-DAY-NUM)
002971         WHEN CAL-DAY-SCHEDULED (WS-DAY-NUM)
002972             GO TO 1160-CALENDAR-ONE-DAY-EXIT
002973         WHEN OTHER
002974             MOVE "UNSCHEDULED " TO WS-DAY-RESULT (WS-DAY-NUM)
002975     END-EVALUATE.
002976     MOVE "N" TO WS-DAY-SELECTED-SW (WS-DAY-NUM).
002977 1160-CALENDAR-ONE-DAY-EXIT.
002978     EXIT.
002979*
002980* ---------------------------------------------------------------
002981* 1200 -- DUPLICATE-RUN GUARD.  A COMPLETE AOC2DRV ROW DATED
002982* TODAY MEANS TONIGHT'S STREAM ALREADY RAN; REFUSE WITH RETURN
002983* CODE 12 AND NO AUDIT ROW OF ITS OWN (NOTHING RAN), UNLESS A
002984* FORCE CARD ON RUNCTLDD ASKS FOR A GENUINE INTENTIONAL RERUN.
002985* THE LOOKUP IS A KEYED CHECK THROUGH AOC-2020-AUDIT (SEE
002990* CPAUDPRM) INSTEAD OF THE OLD END-TO-END SCAN OF AUDITDD.
003000* ---------------------------------------------------------------
003010 1200-CHECK-PRIOR-RUN.
003060     MOVE SPACES TO WS-AUDIT-RECORD.
003070     MOVE "AOC2DRV " TO AUD-PROGRAM-ID OF WS-AUDIT-RECORD.
003080     MOVE WS-START-DATE TO AUD-RUN-DATE OF WS-AUDIT-RECORD.
003081     MOVE WS-DAY-EVENT-YEAR TO AUD-EVENT-YEAR OF WS-AUDIT-RECORD.
003090     MOVE WS-AUDIT-RECORD TO AUP-AUDIT-ROW.
003100     CALL "AOC-2020-AUDIT" USING WS-AUDIT-PARM.
003110     IF AUP-PRIOR-RUN-FOUND
003170         GO TO 9999-EXIT
003180     END-IF.
003190 1200-CHECK-PRIOR-RUN-EXIT.
003191     EXIT.
003192*
003193* ---------------------------------------------------------------
003194* 1300/1310/1320 -- RESTART.  A HALTED NIGHT IS RESUBMITTED WITH
003195* ITS ORIGINAL CARDS PLUS A RESTART CARD.  TONIGHT'S HEARTBEAT
003196* (STATUSDD) SAYS WHICH DAYS ENDED CLEAN -- AN ENDED RECORD WITH
003197* RESULT "RAN" BALANCED AND RECONCILED, AND THE LAST ENDED
003198* RECORD FOR A DAY WINS -- AND THE KEYED AUDIT MASTER MUST ALSO
003199* HOLD A COMPLETE ROW FOR THAT DAY'S PROGRAM.  A DAY WITH BOTH
003200* IS PASSED OVER AS "RAN-PRIOR"; EVERY OTHER SELECTED DAY RUNS
003201* AGAIN UNDER ITS CARDED POLICY.  NO HEARTBEAT FOR TONIGHT
003202* MEANS THE NIGHT NEVER STARTED, AND EVERY SELECTED DAY RUNS.
003203* ---------------------------------------------------------------
003204 1300-LOAD-RESTART-POINT.
003205     OPEN INPUT STATUS-FILE.
003206     IF WS-STATUS-STATUS = "00"
003207         PERFORM 1310-READ-ONE-HEARTBEAT THRU
003208             1310-READ-ONE-HEARTBEAT-EXIT
003209             UNTIL WS-STATUS-EOF
003210         CLOSE STATUS-FILE
003211     ELSE
003212         DISPLAY "AOC-2020-DRIVER NOTICE - NO HEARTBEAT FILE"
003213         DISPLAY "RESTART RUNS EVERY SELECTED DAY"
003214     END-IF.
003215     PERFORM 1320-PASS-OVER-ONE-DAY THRU
003216         1320-PASS-OVER-ONE-DAY-EXIT
003217         VARYING WS-DAY-NUM FROM 1 BY 1
003218         UNTIL WS-DAY-NUM > 25.
003219* THE RESTART NOTE RIDES BESIDE ANY CALENDAR NOTE (1150) ON THE
003220* AUDIT ROW -- SEE 8010.
003221     MOVE SPACES TO WS-RESTART-NOTE.
003222     IF WS-RESTART-DAY = 0
003223         MOVE "RESTARTED - NO DAY LEFT TO RUN" TO WS-RESTART-NOTE
003224     ELSE
003225         MOVE WS-RESTART-DAY TO WS-DAY-NUM-ED
003226         STRING "RESTARTED AT DAY " DELIMITED BY SIZE
003227             WS-DAY-NUM-ED DELIMITED BY SIZE
003228             INTO WS-RESTART-NOTE
003229     END-IF.
003230     DISPLAY "AOC-2020-DRIVER " WS-RESTART-NOTE.
003238 1300-LOAD-RESTART-POINT-EXIT.
003239     EXIT.
003240*
003241 1310-READ-ONE-HEARTBEAT.
003242     READ STATUS-FILE
003243         AT END MOVE "Y" TO WS-STATUS-EOF-SW
003244     END-READ.
003245     IF WS-STATUS-EOF
003246         GO TO 1310-READ-ONE-HEARTBEAT-EXIT
003247     END-IF.
003248* ANOTHER EVENT'S STREAM MAY SHARE TONIGHT'S HEARTBEAT FILE;
003249* ITS ROWS NAME ITS OWN YEAR IN THE PROGRAM NAME.
003250     IF STS-RUN-DATE NOT = WS-START-DATE
003251         OR STS-PROGRAM (5:4) NOT = WS-DAY-EVENT-YEAR
003252         OR STS-PHASE NOT = "ENDED"
003253         OR STS-DAY-NUM NOT NUMERIC
003254         GO TO 1310-READ-ONE-HEARTBEAT-EXIT
003255     END-IF.
003256     MOVE STS-DAY-NUM TO WS-STATUS-DAY.
003257     IF WS-STATUS-DAY < 1 OR WS-STATUS-DAY > 25
003258         GO TO 1310-READ-ONE-HEARTBEAT-EXIT
003259     END-IF.
003260     IF STS-RESULT = "RAN         "
003261         MOVE "Y" TO WS-DAY-PRIOR-SW (WS-STATUS-DAY)
003262     ELSE
003263         MOVE "N" TO WS-DAY-PRIOR-SW (WS-STATUS-DAY)
003264     END-IF.
003265 1310-READ-ONE-HEARTBEAT-EXIT.
003266     EXIT.
003267*
003268* A DAY WHOSE PROGRAM LEFT A COMPLETE ROW BUT DID NOT END CLEAN
003269* (ITS ANSWER MISMATCHED) WOULD BE REFUSED BY ITS OWN DUPLICATE-
003270* RUN GUARD, SO IT IS FORCED FOR ITS ONE RERUN (SEE 2000).
003271 1320-PASS-OVER-ONE-DAY.
003272     IF NOT WS-DAY-SELECTED (WS-DAY-NUM)
003273         GO TO 1320-PASS-OVER-ONE-DAY-EXIT
003274     END-IF.
003275     MOVE WS-DAY-NUM TO WS-DAY-NUM-ED.
003276     MOVE "CHECK" TO AUP-FUNCTION.
003277     MOVE SPACES TO WS-AUDIT-RECORD.
003278     STRING "AOC2D" DELIMITED BY SIZE
003279         WS-DAY-NUM-ED DELIMITED BY SIZE
003280         INTO AUD-PROGRAM-ID OF WS-AUDIT-RECORD.
003281     MOVE WS-START-DATE TO AUD-RUN-DATE OF WS-AUDIT-RECORD.
003282     MOVE WS-DAY-EVENT-YEAR TO AUD-EVENT-YEAR OF WS-AUDIT-RECORD.
003283     MOVE WS-AUDIT-RECORD TO AUP-AUDIT-ROW.
003284     CALL "AOC-2020-AUDIT" USING WS-AUDIT-PARM.
003285     IF AUP-PRIOR-RUN-FOUND
003286         AND WS-DAY-PRIOR-CLEAN (WS-DAY-NUM)
003287         MOVE "N" TO WS-DAY-SELECTED-SW (WS-DAY-NUM)
003288         MOVE "RAN-PRIOR   " TO WS-DAY-RESULT (WS-DAY-NUM)
003289         DISPLAY "AOC-2020-DRIVER RESTART PASSES OVER DAY "
003290             WS-DAY-NUM-ED " - ALREADY COMPLETE AND CLEAN"
003291         GO TO 1320-PASS-OVER-ONE-DAY-EXIT
003292     END-IF.
003293     IF AUP-PRIOR-RUN-FOUND
003294         MOVE "Y" TO WS-DAY-FORCE-SW (WS-DAY-NUM)
003295     END-IF.
003296     IF WS-RESTART-DAY = 0
003297         MOVE WS-DAY-NUM TO WS-RESTART-DAY
003298     END-IF.
003299 1320-PASS-OVER-ONE-DAY-EXIT.
003300     EXIT.
003360*
003370* ---------------------------------------------------------------
003380* 2000 -- BUILD THIS DAY'S PROGRAM NAME AND INPUT DSN, REPOINT
003460     IF NOT WS-DAY-SELECTED (WS-DAY-NUM)
003470         GO TO 2000-RUN-ONE-DAY-EXIT
003480     END-IF.
003481* OPERATIONS GET THEIR SAY BEFORE EVERY CALL: A DRAINED OR HELD
003482* STREAM ENDS HERE, AND A SKIP OR POLICY COMMAND CAN STILL
003483* CHANGE THIS DAY (SEE 2010).
003484     MOVE WS-DAY-NUM TO WS-DAY-NUM-ED.
003485     PERFORM 2010-CHECK-OPERATOR-CMDS THRU
003486         2010-CHECK-OPERATOR-CMDS-EXIT.
003487     IF WS-STREAM-DRAINED
003488         PERFORM 2030-MARK-DRAINED THRU 2030-MARK-DRAINED-EXIT
003489             VARYING WS-MARK-DAY FROM WS-DAY-NUM BY 1
003490             UNTIL WS-MARK-DAY > 25
003491         GO TO 2000-RUN-ONE-DAY-EXIT
003492     END-IF.
003493     IF WS-STREAM-HELD
003494         PERFORM 2020-MARK-HELD THRU 2020-MARK-HELD-EXIT
003495             VARYING WS-MARK-DAY FROM WS-DAY-NUM BY 1
003496             UNTIL WS-MARK-DAY > 25
003497         GO TO 2000-RUN-ONE-DAY-EXIT
003500     END-IF.
003503     IF NOT WS-DAY-SELECTED (WS-DAY-NUM)
003506         GO TO 2000-RUN-ONE-DAY-EXIT
003509     END-IF.
003512     MOVE WS-DAY-NUM TO WS-DAY-NUM-ED.
003515     MOVE SPACES TO WS-PROGRAM-NAME.
003518     STRING "AOC-" DELIMITED BY SIZE
003521         WS-DAY-EVENT-YEAR DELIMITED BY SIZE
003524         "-DAY-" DELIMITED BY SIZE
003527         WS-DAY-NUM-ED DELIMITED BY SIZE
003530         INTO WS-PROGRAM-NAME.
003533     MOVE SPACES TO WS-DSN-NAME.
003536     STRING "INPUT." DELIMITED BY SIZE
003539         WS-DAY-YEAR-NODE DELIMITED BY SPACE
003542         "D" DELIMITED BY SIZE
003560         WS-DAY-NUM-ED DELIMITED BY SIZE
003570         ".TXT" DELIMITED BY SIZE
003580         INTO WS-DSN-NAME.
003620* THEIR OWN REPOINT, ONE DAY'S REPAIRED RECORDS (OR STAGING
003630* MASTER) WOULD BE PICKED UP BY EVERY OTHER DAY IN THE STREAM.
003640     MOVE SPACES TO WS-DSN-NAME.
003641     STRING "RECYCLE." DELIMITED BY SIZE
003642         WS-DAY-YEAR-NODE DELIMITED BY SPACE
003643         "D" DELIMITED BY SIZE
003660         WS-DAY-NUM-ED DELIMITED BY SIZE
003670         ".TXT" DELIMITED BY SIZE
003680         INTO WS-DSN-NAME.
003690     DISPLAY "DD_RECYCDD" UPON ENVIRONMENT-NAME.
003700     DISPLAY WS-DSN-NAME UPON ENVIRONMENT-VALUE.
003710     MOVE SPACES TO WS-DSN-NAME.
003711     STRING "STAGING." DELIMITED BY SIZE
003712         WS-DAY-YEAR-NODE DELIMITED BY SPACE
003713         "D" DELIMITED BY SIZE
003730         WS-DAY-NUM-ED DELIMITED BY SIZE
003740         ".IDX" DELIMITED BY SIZE
003750         INTO WS-DSN-NAME.
003770     DISPLAY WS-DSN-NAME UPON ENVIRONMENT-VALUE.
003780     MOVE "START" TO WS-PROGRESS-PHASE.
003781     PERFORM 2070-WRITE-PROGRESS THRU 2070-WRITE-PROGRESS-EXIT.
003782     PERFORM 2040-CHECK-CERTIFICATION THRU
003783         2040-CHECK-CERTIFICATION-EXIT.
003784     IF WS-CERT-REFUSED
003785         MOVE "UNCERTIFIED " TO WS-DAY-RESULT (WS-DAY-NUM)
003786         MOVE 12 TO RETURN-CODE
003787         GO TO 2000-RUN-ONE-DAY-FAILED
003788     END-IF.
003789     PERFORM 2050-BALANCE-INPUT THRU 2050-BALANCE-INPUT-EXIT.
003790     IF WS-INPUT-OUT-OF-BALANCE
003800         MOVE "OUT-OF-BAL  " TO WS-DAY-RESULT (WS-DAY-NUM)
003810         GO TO 2000-RUN-ONE-DAY-FAILED
003820     END-IF.
003821     PERFORM 2060-PROFILE-INPUT THRU 2060-PROFILE-INPUT-EXIT.
003822* A RESTART FORCES THE ONE DAY WHOSE PROGRAM FINISHED EARLIER
003823* TONIGHT WITHOUT A CLEAN OUTCOME PAST ITS OWN GUARD (1320).
003824     DISPLAY "AOCFORCE" UPON ENVIRONMENT-NAME.
003825     IF WS-FORCE-REQUESTED OR WS-DAY-FORCED (WS-DAY-NUM)
003826         DISPLAY "Y" UPON ENVIRONMENT-VALUE
003827     ELSE
003828         DISPLAY "N" UPON ENVIRONMENT-VALUE
003829     END-IF.
003830     DISPLAY "AOC-2020-DRIVER CALLING " WS-PROGRAM-NAME.
003840     MOVE 0 TO RETURN-CODE.
003850     CALL WS-PROGRAM-NAME.
004100     END-IF.
004110     IF RETURN-CODE = 0
004120         MOVE "RAN         " TO WS-DAY-RESULT (WS-DAY-NUM)
004121         IF WS-DAY-HELD (WS-DAY-NUM)
004122             MOVE "UNCERTIFIED " TO WS-DAY-RESULT (WS-DAY-NUM)
004123             MOVE "Y" TO WS-ANY-HELD-SW
004124         END-IF
004125         MOVE "ENDED" TO WS-PROGRESS-PHASE
004126         PERFORM 2070-WRITE-PROGRESS THRU
004127             2070-WRITE-PROGRESS-EXIT
004130         GO TO 2000-RUN-ONE-DAY-EXIT
004140     END-IF.
004150     IF WS-RECON-MISMATCHED
004330         DISPLAY "AOC-2020-DRIVER STREAM HALTED AT "
004340             WS-PROGRAM-NAME " (DAY " WS-DAY-NUM-ED ")"
004350     END-IF.
004351 2000-RUN-ONE-DAY-EXIT.
004352     EXIT.
004353*
004354* ---------------------------------------------------------------
004355* 2010/2011/2012 -- READ THE OPERATOR COMMAND DATASET (OPCMDDD)
004356* AND ACT ON EVERY LINE ADDED SINCE THE LAST CHECK.  OPERATIONS
004357* APPEND TO IT WHILE THE STREAM RUNS, SO IT IS OPENED, READ TO
004358* THE END AND CLOSED EACH TIME; A MISSING DATASET MEANS NOTHING
004359* TO DO.  A COMMAND IS NEVER APPLIED TWICE, AND ONE NAMING A
004360* DAY ALREADY BEHIND THE STREAM IS IGNORED.
004361* ---------------------------------------------------------------
004362 2010-CHECK-OPERATOR-CMDS.
004363     MOVE "N" TO WS-OPCMD-EOF-SW.
004364     MOVE 0 TO WS-OPCMD-SEEN.
004365     OPEN INPUT OPCMD-FILE.
004366     IF WS-OPCMD-STATUS NOT = "00"
004367         GO TO 2010-CHECK-OPERATOR-CMDS-EXIT
004368     END-IF.
004369     PERFORM 2011-READ-ONE-CMD THRU 2011-READ-ONE-CMD-EXIT
004370         UNTIL WS-OPCMD-EOF.
004371     CLOSE OPCMD-FILE.
004372 2010-CHECK-OPERATOR-CMDS-EXIT.
004373     EXIT.
004374*
004375 2011-READ-ONE-CMD.
004376     READ OPCMD-FILE
004377         AT END MOVE "Y" TO WS-OPCMD-EOF-SW
004378     END-READ.
004379     IF WS-OPCMD-EOF
004380         GO TO 2011-READ-ONE-CMD-EXIT
004381     END-IF.
004382     ADD 1 TO WS-OPCMD-SEEN.
004383     IF WS-OPCMD-SEEN NOT > WS-OPCMD-DONE
004384         GO TO 2011-READ-ONE-CMD-EXIT
004385     END-IF.
004386     MOVE WS-OPCMD-SEEN TO WS-OPCMD-DONE.
004387     IF OPCMD-RECORD (1:1) = "*" OR OPCMD-RECORD = SPACES
004388         GO TO 2011-READ-ONE-CMD-EXIT
004389     END-IF.
004390     PERFORM 2012-APPLY-ONE-CMD THRU 2012-APPLY-ONE-CMD-EXIT.
004391 2011-READ-ONE-CMD-EXIT.
004392     EXIT.
004393*
004394 2012-APPLY-ONE-CMD.
004395     MOVE SPACES TO WS-CMD-PIECE.
004396     MOVE 0 TO WS-CMD-DAY.
004397     IF OPC-DAY NUMERIC
004398         MOVE OPC-DAY TO WS-CMD-DAY
004399     END-IF.
004400     EVALUATE OPC-VERB
004401         WHEN "HOLD  "
004402             MOVE "Y" TO WS-HOLD-SW
004403             MOVE "Y" TO WS-WAS-HELD-SW
004404             MOVE WS-DAY-NUM TO WS-HOLD-DAY
004405             MOVE "HELD        " TO WS-CMD-RESULT
004406             STRING "HOLD@" DELIMITED BY SIZE
004407                 WS-DAY-NUM-ED DELIMITED BY SIZE
004408                 INTO WS-CMD-PIECE
004409         WHEN "RESUME"
004410             IF WS-STREAM-HELD
004411                 MOVE "N" TO WS-HOLD-SW
004412                 MOVE "RESUMED     " TO WS-CMD-RESULT
004413                 MOVE "RESUME" TO WS-CMD-PIECE
004414             ELSE
004415                 MOVE "IGNORED     " TO WS-CMD-RESULT
004416             END-IF
004417         WHEN "DRAIN "
004418             MOVE "Y" TO WS-DRAIN-SW
004419             MOVE WS-DAY-NUM TO WS-DRAIN-DAY
004420             MOVE "DRAINING    " TO WS-CMD-RESULT
004421             STRING "DRAIN@" DELIMITED BY SIZE
004422                 WS-DAY-NUM-ED DELIMITED BY SIZE
004423                 INTO WS-CMD-PIECE
004424         WHEN "SKIP  "
004425             IF WS-CMD-DAY < WS-DAY-NUM OR WS-CMD-DAY > 25
004426                 MOVE "IGNORED     " TO WS-CMD-RESULT
004427             ELSE
004428                 IF WS-DAY-SELECTED (WS-CMD-DAY)
004429                     MOVE "N" TO WS-DAY-SELECTED-SW (WS-CMD-DAY)
004430                     MOVE "SKIPPED-OPS " TO
004431                         WS-DAY-RESULT (WS-CMD-DAY)
004432                     MOVE "SKIPPED     " TO WS-CMD-RESULT
004433                     STRING "SKIP " DELIMITED BY SIZE
004434                         OPC-DAY DELIMITED BY SIZE
004435                         INTO WS-CMD-PIECE
004436                 ELSE
004437                     MOVE "IGNORED     " TO WS-CMD-RESULT
004438                 END-IF
004439             END-IF
004440         WHEN "POLICY"
004441             PERFORM 2013-APPLY-POLICY-CMD THRU
004442                 2013-APPLY-POLICY-CMD-EXIT
004443         WHEN OTHER
004444             MOVE "IGNORED     " TO WS-CMD-RESULT
004445     END-EVALUATE.
004446     IF WS-CMD-RESULT = "IGNORED     "
004447         DISPLAY "AOC-2020-DRIVER WARNING - OPERATOR COMMAND"
004448             " IGNORED: " OPCMD-RECORD (1:27)
004449     ELSE
004450         DISPLAY "AOC-2020-DRIVER OPERATOR COMMAND "
004451             OPCMD-RECORD (1:27) " - " WS-CMD-RESULT
004452         ADD 1 TO WS-CMDS-ACTED
004453     END-IF.
004454     PERFORM 2080-RECORD-COMMAND THRU 2080-RECORD-COMMAND-EXIT.
004455 2012-APPLY-ONE-CMD-EXIT.
004456     EXIT.
004457*
004458* POLICY NN <NAME> -- THE SAME POLICY NAMES AS A RUNCTLDD DAY
004459* CARD.  ONLY A DAY NOT YET CALLED CAN HAVE ITS POLICY CHANGED.
004460 2013-APPLY-POLICY-CMD.
004461     MOVE "IGNORED     " TO WS-CMD-RESULT.
004462     IF WS-CMD-DAY < WS-DAY-NUM OR WS-CMD-DAY > 25
004463         GO TO 2013-APPLY-POLICY-CMD-EXIT
004464     END-IF.
004465     MOVE "POLICY SET  " TO WS-CMD-RESULT.
004466     EVALUATE OPC-POLICY
004467         WHEN "HALT             "
004468             MOVE "H" TO WS-DAY-POLICY (WS-CMD-DAY)
004469         WHEN "SKIP-AND-CONTINUE"
004470             MOVE "S" TO WS-DAY-POLICY (WS-CMD-DAY)
004471         WHEN "RETRY-ONCE       "
004472             MOVE "R" TO WS-DAY-POLICY (WS-CMD-DAY)
004473         WHEN OTHER
004474             MOVE "IGNORED     " TO WS-CMD-RESULT
004475             GO TO 2013-APPLY-POLICY-CMD-EXIT
004476     END-EVALUATE.
004477     STRING "POLICY " DELIMITED BY SIZE
004478         OPC-DAY DELIMITED BY SIZE
004479         " " DELIMITED BY SIZE
004480         WS-DAY-POLICY (WS-CMD-DAY) DELIMITED BY SIZE
004481         INTO WS-CMD-PIECE.
004482 2013-APPLY-POLICY-CMD-EXIT.
004483     EXIT.
004484*
004485* ---------------------------------------------------------------
004486* 2020 -- A HELD STREAM ENDS BEFORE THE NEXT CALL THE WAY A
004487* DRAINED ONE DOES (2030); THE DISPATCHER DOES NOT SIT ON THE
004488* CLOCK WAITING FOR A RESUME.  EVERY DAY STILL TO COME IS LEFT
004489* AS "HELD", THE NIGHT ENDS RETURN CODE 4 (SEE 8000), AND
004490* OPERATIONS RELEASE THE HOLD BY RESUBMITTING THE STREAM WITH
004491* ITS RESTART CARD, WHICH PICKS UP AT THE FIRST DAY NOT RUN.
004492* ---------------------------------------------------------------
004493 2020-MARK-HELD.
004494     IF WS-DAY-SELECTED (WS-MARK-DAY)
004495         MOVE "N" TO WS-DAY-SELECTED-SW (WS-MARK-DAY)
004496         MOVE "HELD        " TO WS-DAY-RESULT (WS-MARK-DAY)
004497     END-IF.
004498 2020-MARK-HELD-EXIT.
004499     EXIT.
004500*
004501*
004502* 2030 -- A DRAINED STREAM LEAVES EVERY DAY STILL TO COME AS
004503* "DRAINED", SO THE DAY RESULTS SHOW WHY IT DID NOT RUN.
004504 2030-MARK-DRAINED.
004505     IF WS-DAY-SELECTED (WS-MARK-DAY)
004506         MOVE "N" TO WS-DAY-SELECTED-SW (WS-MARK-DAY)
004507         MOVE "DRAINED     " TO WS-DAY-RESULT (WS-MARK-DAY)
004508     END-IF.
004509 2030-MARK-DRAINED-EXIT.
004510     EXIT.
004511*
004512* ---------------------------------------------------------------
004513* 2040/2041/2042 -- CERTIFICATION GATE.  ASK THE DAY PROGRAM IN
004514* THE LOAD LIBRARY FOR ITS COMPILE STAMP AND LOOK IT UP ON THE
004515* CERTIFICATION REGISTER.  ONLY THE VERSION A ZERO-DIFFERENCE
004516* PARALLEL TEST CERTIFIED PASSES; ANY OTHER (OR A PROGRAM NEVER
004517* CERTIFIED AT ALL) IS REFUSED OR, UNDER THE HOLD POLICY, RUNS
004518* WITH ITS ANSWERS HELD.  THE REGISTER ROW'S RUNNING SIDE IS
004519* BROUGHT UP TO DATE FOR THE VERSION REPORT (AOC-2020-CRTRPT)
004520* AND THE VERDICT IS LOGGED FOR THE SUBMISSION EXTRACT.  A
004521* REGISTER THAT WILL NOT OPEN CERTIFIES NOTHING; ONLY ONE THAT IS
004522* NOT THERE (STATUS 35) IS CREATED, SO A REGISTER THAT FAILS TO
004523* OPEN FOR ANY OTHER REASON IS LEFT AS IT IS RATHER THAN EMPTIED.
004535* ---------------------------------------------------------------
004536 2040-CHECK-CERTIFICATION.
004537     MOVE SPACES TO WS-DAY-MNEMONIC.
004538     STRING "AOC2D" DELIMITED BY SIZE
004539         WS-DAY-NUM-ED DELIMITED BY SIZE
004540         INTO WS-DAY-MNEMONIC.
004541     PERFORM 2041-ASK-DAY-VERSION THRU 2041-ASK-DAY-VERSION-EXIT.
004542     MOVE "N" TO WS-DAY-HELD-SW (WS-DAY-NUM).
004543     MOVE "R" TO WS-CERT-VERDICT.
004544     OPEN I-O CERT-REGISTER-FILE.
004545     IF WS-CERTREG-STATUS = "35"
004546         OPEN OUTPUT CERT-REGISTER-FILE
004547     END-IF.
004548     IF WS-CERTREG-STATUS NOT = "00"
004549         DISPLAY "AOC-2020-DRIVER WARNING - CERTREGDD OPEN"
004550             " FAILED, STATUS " WS-CERTREG-STATUS
004551         MOVE SPACES TO CERTIFICATION-RECORD
004552         GO TO 2040-CHECK-CERTIFICATION-VERDICT
004553     END-IF.
004554     MOVE WS-DAY-MNEMONIC TO CRT-PROGRAM-ID.
004555     MOVE WS-DAY-EVENT-YEAR TO CRT-EVENT-YEAR.
004556     READ CERT-REGISTER-FILE
004557         INVALID KEY
004558             MOVE SPACES TO CERTIFICATION-RECORD
004559             MOVE WS-DAY-MNEMONIC TO CRT-PROGRAM-ID
004560             MOVE WS-DAY-EVENT-YEAR TO CRT-EVENT-YEAR
004561             MOVE WS-DAY-NUM TO CRT-DAY-NUMBER
004562             MOVE 0 TO CRT-CERT-BASE-COUNT
004563             MOVE 0 TO CRT-CERT-TEST-COUNT
004564             MOVE 0 TO CRT-CERT-DIFF-COUNT
004565             MOVE "23" TO WS-CERTREG-STATUS
004566     END-READ.
004567     IF CRT-CERT-VERSION NOT = SPACES
004568         AND CRT-CERT-VERSION = WS-RUN-VERSION
004569         MOVE "C" TO WS-CERT-VERDICT
004570     END-IF.
004571     IF NOT WS-CERT-PASSED AND WS-UNCERT-HOLD
004572         MOVE "H" TO WS-CERT-VERDICT
004573     END-IF.
004574     MOVE WS-RUN-VERSION TO CRT-LAST-VERSION.
004575     MOVE WS-START-DATE TO CRT-LAST-DATE.
004576     MOVE WS-CERT-VERDICT TO CRT-LAST-RESULT.
004577     IF WS-CERTREG-STATUS = "00"
004578         REWRITE CERTIFICATION-RECORD
004579     ELSE
004580         WRITE CERTIFICATION-RECORD
004581     END-IF.
004582     CLOSE CERT-REGISTER-FILE.
004583*
004584 2040-CHECK-CERTIFICATION-VERDICT.
004585     IF NOT WS-CERT-PASSED AND WS-UNCERT-HOLD
004586         MOVE "H" TO WS-CERT-VERDICT
004587     END-IF.
004588     PERFORM 2042-LOG-VERDICT THRU 2042-LOG-VERDICT-EXIT.
004589     IF WS-CERT-PASSED
004590         GO TO 2040-CHECK-CERTIFICATION-EXIT
004591     END-IF.
004592     IF WS-CERT-HELD
004593         MOVE "Y" TO WS-DAY-HELD-SW (WS-DAY-NUM)
004594         DISPLAY "AOC-2020-DRIVER " WS-PROGRAM-NAME " VERSION "
004595             WS-RUN-VERSION " NOT CERTIFIED - ANSWERS HELD"
004596     ELSE
004597         DISPLAY "AOC-2020-DRIVER " WS-PROGRAM-NAME " VERSION "
004598             WS-RUN-VERSION " NOT CERTIFIED - REFUSED"
004599     END-IF.
004600* THE SAME KIND OF WARN ALERT AS A DUPLICATE-RUN REFUSAL, RAISED
004601* UNDER THE DAY PROGRAM'S OWN MNEMONIC.
004602     MOVE WS-START-DATE TO ALP-RUN-DATE.
004603     MOVE WS-DAY-MNEMONIC TO ALP-PROGRAM-ID.
004604     MOVE "WARN" TO ALP-SEVERITY.
004605     MOVE "UNCERTIFIED     " TO ALP-ALERT-TYPE.
004606     IF WS-CERT-HELD
004607         MOVE "VERSION NOT CERTIFIED - ANSWERS HELD"
004608             TO ALP-ALERT-TEXT
004609     ELSE
004610         MOVE "VERSION NOT CERTIFIED - DAY REFUSED"
004611             TO ALP-ALERT-TEXT
004612     END-IF.
004613     CALL "AOC-2020-ALERT" USING WS-ALERT-PARM.
004614     MOVE 0 TO RETURN-CODE.
004615 2040-CHECK-CERTIFICATION-EXIT.
004616     EXIT.
004617*
004618* THE INQUIRY CALL OPENS NOTHING AND WRITES NO AUDIT ROW (SEE
004619* 1050 IN THE DAY TEMPLATE).  IT IS CANCELLED AFTERWARDS SO THE
004620* REAL CALL GETS A FRESH COPY, AS ON A RETRY.  A PROGRAM THAT
004621* CANNOT BE LOADED HANDS BACK NO VERSION AND IS UNCERTIFIED.
004622 2041-ASK-DAY-VERSION.
004623     MOVE SPACES TO WS-RUN-VERSION.
004624     DISPLAY "AOCVERSN" UPON ENVIRONMENT-NAME.
004625     DISPLAY WS-RUN-VERSION UPON ENVIRONMENT-VALUE.
004626     DISPLAY "AOCVERQ" UPON ENVIRONMENT-NAME.
004627     DISPLAY "Y" UPON ENVIRONMENT-VALUE.
004628     CALL WS-PROGRAM-NAME
004629         ON EXCEPTION
004630             DISPLAY "AOC-2020-DRIVER WARNING - " WS-PROGRAM-NAME
004631                 " NOT IN THE LOAD LIBRARY"
004632     END-CALL.
004633     CANCEL WS-PROGRAM-NAME.
004634     DISPLAY "AOCVERQ" UPON ENVIRONMENT-NAME.
004635     DISPLAY "N" UPON ENVIRONMENT-VALUE.
004636     DISPLAY "AOCVERSN" UPON ENVIRONMENT-NAME.
004637     ACCEPT WS-RUN-VERSION FROM ENVIRONMENT-VALUE
004638         ON EXCEPTION MOVE SPACES TO WS-RUN-VERSION
004639     END-ACCEPT.
004640     MOVE 0 TO RETURN-CODE.
004641 2041-ASK-DAY-VERSION-EXIT.
004642     EXIT.
004643*
004644 2042-LOG-VERDICT.
004645     OPEN EXTEND CERT-LOG-FILE.
004646     IF WS-CERTLOG-STATUS NOT = "00"
004647         OPEN OUTPUT CERT-LOG-FILE
004648     END-IF.
004649     IF WS-CERTLOG-STATUS NOT = "00"
004650         DISPLAY "AOC-2020-DRIVER WARNING - CRTLOGDD OPEN FAILED,"
004651             " STATUS " WS-CERTLOG-STATUS
004652         GO TO 2042-LOG-VERDICT-EXIT
004653     END-IF.
004654     MOVE SPACES TO CERT-LOG-RECORD.
004655     MOVE WS-START-DATE TO CLG-RUN-DATE.
004656     ACCEPT CLG-RUN-TIME FROM TIME.
004657     MOVE WS-DAY-NUM TO CLG-DAY-NUMBER.
004658     MOVE WS-DAY-MNEMONIC TO CLG-PROGRAM-ID.
004659     MOVE WS-DAY-EVENT-YEAR TO CLG-EVENT-YEAR.
004667     MOVE WS-RUN-VERSION TO CLG-RUN-VERSION.
004668     MOVE CRT-CERT-VERSION TO CLG-CERT-VERSION.
004669     EVALUATE TRUE
004670         WHEN WS-CERT-PASSED
004671             MOVE "CERTIFIED" TO CLG-RESULT
004672         WHEN WS-CERT-HELD
004673             MOVE "HELD" TO CLG-RESULT
004674         WHEN OTHER
004675             MOVE "REFUSED" TO CLG-RESULT
004676     END-EVALUATE.
004677     WRITE CERT-LOG-RECORD.
004678     CLOSE CERT-LOG-FILE.
004679 2042-LOG-VERDICT-EXIT.
004680     EXIT.
004681*
004682* ---------------------------------------------------------------
004683* 2050 -- VERIFY THE DAY'S INPUT AGAINST ITS TRANSMITTAL
004684* TRAILER BEFORE THE DAY PROGRAM TOUCHES IT.  AOC-2020-BALANCE
004685* WRITES ITS GO/NO-GO STATUS TO BALSTAT AND RETURNS 8 ON AN
004686* OUT-OF-BALANCE OR TRAILERLESS TRANSMISSION -- THAT DAY IS NOT
004687* RUN, AND THE FAILURE FALLS UNDER THE DAY'S ERROR POLICY.
004688* ---------------------------------------------------------------
004689 2050-BALANCE-INPUT.
004690     MOVE "N" TO WS-BALANCE-SW.
004691     MOVE 0 TO RETURN-CODE.
004692     CALL "AOC-2020-BALANCE".
004693     IF RETURN-CODE NOT = 0
004694         MOVE "Y" TO WS-BALANCE-SW
004695         DISPLAY "AOC-2020-DRIVER - DAY " WS-DAY-NUM-ED
004696             " INPUT OUT OF BALANCE - DAY NOT RUN"
004697     END-IF.
004698 2050-BALANCE-INPUT-EXIT.
004699     EXIT.
004700*
004701* ---------------------------------------------------------------
004702* 2060 -- PROFILE THE BALANCED INPUT AND COMPARE IT WITH THE
004703* DAY'S LAST ACCEPTED PROFILE.  AOC-2020-PROFILE WRITES THE
004704* DRIFT REPORT AND RAISES ITS OWN WARN/CRIT ALERT, RETURNING 4
004705* OR 8.  A FORMAT CHANGE THE TRAILER CANNOT SEE IS FOR THE
004706* CONTROL GROUP TO JUDGE, SO THE DAY STILL RUNS -- ITS RETURN
004707* CODE IS CLEARED HERE AND NEVER REACHES THE ERROR POLICY.
004708* ---------------------------------------------------------------
004709 2060-PROFILE-INPUT.
004710     MOVE WS-DAY-NUM TO WS-PROFILE-DAY-NUM.
004711     MOVE 0 TO RETURN-CODE.
004712     CALL "AOC-2020-PROFILE" USING WS-PROFILE-PARM.
004713     EVALUATE RETURN-CODE
004714         WHEN 0
004715             CONTINUE
004716         WHEN 4
004717             DISPLAY "AOC-2020-DRIVER NOTICE - DAY " WS-DAY-NUM-ED
004718                 " INPUT DRIFT WARN - SEE PRFRPTDD"
004719         WHEN 8
004720             DISPLAY "AOC-2020-DRIVER WARNING - DAY "
004721                 WS-DAY-NUM-ED " INPUT DRIFT CRIT - SEE PRFRPTDD"
004722         WHEN OTHER
004723             DISPLAY "AOC-2020-DRIVER WARNING - DAY "
004724                 WS-DAY-NUM-ED " INPUT PROFILE NOT TAKEN, RC "
004725                 RETURN-CODE
004726     END-EVALUATE.
004727     MOVE 0 TO RETURN-CODE.
004728 2060-PROFILE-INPUT-EXIT.
004729     EXIT.
004730*
004731* ---------------------------------------------------------------
004732* 2070 -- ONE PROGRESS RECORD TO THE STATUS DATASET.  OPENED
004733* AND CLOSED AROUND EVERY WRITE SO THE RECORD IS ON DISK THE
004734* MOMENT IT HAPPENS -- A MID-STREAM READER (THE ON-CALL, OR
004735* AOC-2020-SLAMON'S PROJECTION) MUST NOT WAIT FOR AN
004736* END-OF-JOB CLOSE.  A STATUS-FILE PROBLEM IS IGNORED; THE
004737* HEARTBEAT MUST NEVER STOP THE STREAM.
004738* ---------------------------------------------------------------
004739 2070-WRITE-PROGRESS.
004740     OPEN EXTEND STATUS-FILE.
004741     IF WS-STATUS-STATUS NOT = "00"
004742         OPEN OUTPUT STATUS-FILE
004743     END-IF.
004744     IF WS-STATUS-STATUS NOT = "00"
004745         GO TO 2070-WRITE-PROGRESS-EXIT
004746     END-IF.
004747     MOVE SPACES TO STATUS-RECORD.
004748     MOVE WS-START-DATE TO STS-RUN-DATE.
004749     MOVE WS-DAY-NUM TO STS-DAY-NUM.
004750     MOVE WS-PROGRAM-NAME TO STS-PROGRAM.
004751     MOVE WS-PROGRESS-PHASE TO STS-PHASE.
004752     ACCEPT STS-TIME FROM TIME.
004753* A START RECORD CARRIES NO OUTCOME YET -- RETURN-CODE AT THIS
004754* POINT IS WHATEVER THE PREVIOUS DAY'S CALLS LEFT BEHIND.
004755     IF WS-PROGRESS-PHASE = "START"
004756         MOVE 0 TO STS-RETURN-CODE
004757         MOVE SPACES TO STS-RESULT
004758     ELSE
004759         MOVE RETURN-CODE TO STS-RETURN-CODE
004760         MOVE WS-DAY-RESULT (WS-DAY-NUM) TO STS-RESULT
004761     END-IF.
004762     WRITE STATUS-RECORD.
004763     CLOSE STATUS-FILE.
004764 2070-WRITE-PROGRESS-EXIT.
004765     EXIT.
004766*
004767* ---------------------------------------------------------------
004768* 2080 -- ONE HEARTBEAT RECORD PER OPERATOR COMMAND READ, ACTED
004769* ON OR IGNORED.  DAY 00 AND PHASE "CMD" KEEP IT OUT OF EVERY
004770* READER THAT TRACKS THE DAYS THEMSELVES (1310, AOC-2020-SLAMON);
004771* THE PROGRAM COLUMN CARRIES THE COMMAND AS ENTERED.  THE PIECE
004772* FOR A COMMAND ACTED ON IS ADDED TO THE AUDIT ROW'S OPS NOTE;
004773* ONCE THE NOTE IS FULL IT ENDS "+MORE" (2081) AND THE REST ARE
004774* ONLY ON SYSOUT (2012) AND HERE ON THE HEARTBEAT.
004775* ---------------------------------------------------------------
004776 2080-RECORD-COMMAND.
004777     IF WS-CMD-PIECE NOT = SPACES AND NOT WS-OPS-MORE
004778         IF WS-OPS-NOTE = SPACES
004779             MOVE "OPS:" TO WS-OPS-NOTE
004780             MOVE 5 TO WS-OPS-PTR
004781         END-IF
004782         MOVE WS-OPS-PTR TO WS-OPS-PTR-SAVE
004783         STRING " " DELIMITED BY SIZE
004784             WS-CMD-PIECE DELIMITED BY "  "
004785             INTO WS-OPS-NOTE WITH POINTER WS-OPS-PTR
004786             ON OVERFLOW
004787                 PERFORM 2081-MARK-OPS-MORE THRU
004788                     2081-MARK-OPS-MORE-EXIT
004789         END-STRING
004790     END-IF.
004791     OPEN EXTEND STATUS-FILE.
004792     IF WS-STATUS-STATUS NOT = "00"
004793         OPEN OUTPUT STATUS-FILE
004794     END-IF.
004795     IF WS-STATUS-STATUS NOT = "00"
004796         GO TO 2080-RECORD-COMMAND-EXIT
004797     END-IF.
004798     MOVE SPACES TO STATUS-RECORD.
004799     MOVE WS-START-DATE TO STS-RUN-DATE.
004800     MOVE 0 TO STS-DAY-NUM.
004801     MOVE OPCMD-RECORD (1:15) TO STS-PROGRAM.
004802     MOVE "CMD  " TO STS-PHASE.
004803     ACCEPT STS-TIME FROM TIME.
004804     MOVE 0 TO STS-RETURN-CODE.
004805     MOVE WS-CMD-RESULT TO STS-RESULT.
004806     WRITE STATUS-RECORD.
004807     CLOSE STATUS-FILE.
004808 2080-RECORD-COMMAND-EXIT.
004809     EXIT.
004810*
004811* 2081 -- THE PIECE THAT DID NOT FIT IS TAKEN BACK OUT AND THE
004812* NOTE ENDS " +MORE" INSTEAD.
004813 2081-MARK-OPS-MORE.
004814     MOVE "Y" TO WS-OPS-MORE-SW.
004815     IF WS-OPS-PTR-SAVE > 34
004816         MOVE 34 TO WS-OPS-PTR-SAVE
004817     END-IF.
004818     MOVE SPACES TO WS-OPS-NOTE (WS-OPS-PTR-SAVE:).
004819     MOVE " +MORE" TO WS-OPS-NOTE (WS-OPS-PTR-SAVE:6).
004820 2081-MARK-OPS-MORE-EXIT.
004821     EXIT.
004822*
004823* ---------------------------------------------------------------
004824* 2100 -- RECONCILE THE DAY'S ANSWER AGAINST THE ANSWER MASTER.
004825* AOC-2020-RECON RETURNS 0 MATCHED, 4 NO EXPECTED VALUE ON FILE
004826* (TREATED AS CLEAN), 12 MISMATCHED -- A MISMATCH FALLS UNDER
004827* THE DAY'S ERROR POLICY LIKE ANY OTHER FAILURE, EXCEPT THAT
004828* THE DAY PROGRAM IS NOT RE-RUN FOR IT.
004829* ---------------------------------------------------------------
004830 2100-RECONCILE-DAY.
004831     MOVE WS-DAY-NUM TO WS-RECON-DAY-NUM.
004832     MOVE 0 TO RETURN-CODE.
004833     CALL "AOC-2020-RECON" USING WS-RECON-PARM.
004834     EVALUATE RETURN-CODE
004835         WHEN 0
004836             CONTINUE
004837         WHEN 4
004838             DISPLAY "AOC-2020-DRIVER NOTICE - DAY "
004839                 WS-DAY-NUM-ED " HAS NO EXPECTED VALUE ON FILE"
004840             MOVE 0 TO RETURN-CODE
004841         WHEN OTHER
004842             MOVE "Y" TO WS-RECON-SW
004843             DISPLAY "AOC-2020-DRIVER - DAY " WS-DAY-NUM-ED
004844                 " RECONCILIATION MISMATCH"
004845     END-EVALUATE.
004846 2100-RECONCILE-DAY-EXIT.
004847     EXIT.
004848*
004849* ---------------------------------------------------------------
004850* 2150 -- ARCHIVE THE DAY'S OUTPUT, EXCEPTION AND SUMMARY
004860* FILES INTO DATED GENERATIONS RIGHT AFTER THE DAY PROGRAM
004870* RETURNS, BEFORE THE NEXT DAY OVERWRITES THEM.  THE DAY'S OWN
005110* THREE COUNTS THAT GO ON THE AUDIT ROW.
005120* ---------------------------------------------------------------
005130 7000-REPORT-DAY-RESULTS.
005131     DISPLAY "AOC-2020-DRIVER DAY RESULTS - EVENT YEAR "
005132         WS-DAY-EVENT-YEAR.
005150     PERFORM 7100-REPORT-ONE-DAY THRU 7100-REPORT-ONE-DAY-EXIT
005160         VARYING WS-DAY-NUM FROM 1 BY 1
005170         UNTIL WS-DAY-NUM > 25.
005180     DISPLAY "DAYS RAN      " WS-DAYS-RAN.
005190     DISPLAY "DAYS NOT RUN  " WS-DAYS-NOT-RUN.
005191     DISPLAY "DAYS FAILED   " WS-DAYS-FAILED.
005192     IF WS-RESTART-REQUESTED
005193         DISPLAY "DAYS RAN PRIOR" WS-DAYS-PRIOR
005194         DISPLAY "STREAM NOTE   " WS-RESTART-NOTE
005195     END-IF.
005196     IF WS-OPS-NOTE NOT = SPACES
005197         DISPLAY "OPERATOR CMDS " WS-CMDS-ACTED " " WS-OPS-NOTE
005198     END-IF.
005199     IF WS-OPS-MORE
005200         DISPLAY "              EVERY COMMAND IS LISTED ABOVE AND"
005201             " ON STATUSDD"
005202     END-IF.
005208     IF WS-STREAM-WAS-HELD
005209         MOVE WS-HOLD-DAY TO WS-DAY-NUM-ED
005210         IF WS-STREAM-HELD
005211             DISPLAY "STREAM HELD   BEFORE DAY " WS-DAY-NUM-ED
005212                 " - ENDED, RESUBMIT WITH THE RESTART CARD"
005213         ELSE
005214             DISPLAY "STREAM HELD   BEFORE DAY " WS-DAY-NUM-ED
005215                 " - RESUMED"
005216         END-IF
005217     END-IF.
005218     IF WS-STREAM-DRAINED
005219         MOVE WS-DRAIN-DAY TO WS-DAY-NUM-ED
005220         DISPLAY "STREAM DRAINED BEFORE DAY " WS-DAY-NUM-ED
005221             " - ENDED CLEANLY BY OPERATOR COMMAND"
005222     END-IF.
005223     IF WS-DAYS-HELD > 0
005224         DISPLAY "DAYS HELD     " WS-DAYS-HELD
005225             " - UNCERTIFIED, ANSWERS HELD FROM THE EXTRACT"
005226     END-IF.
005227 7000-REPORT-DAY-RESULTS-EXIT.
005228     EXIT.
005230*
005240 7100-REPORT-ONE-DAY.
005250     MOVE WS-DAY-NUM TO WS-DAY-NUM-ED.
005280     EVALUATE WS-DAY-RESULT (WS-DAY-NUM)
005290         WHEN "RAN         "
005300             ADD 1 TO WS-DAYS-RAN
005301* A DAY PASSED OVER BY A RESTART RAN TONIGHT, ON THE EARLIER
005302* SUBMISSION, AND COUNTS AS RAN ON THE NIGHT'S ROW.
005303         WHEN "RAN-PRIOR   "
005304             ADD 1 TO WS-DAYS-RAN
005305             ADD 1 TO WS-DAYS-PRIOR
005306* AN UNCERTIFIED DAY EITHER RAN WITH ITS ANSWERS HELD OR WAS
005307* REFUSED, WHICH FAILED IT UNDER ITS ERROR POLICY.
005308         WHEN "UNCERTIFIED "
005309             IF WS-DAY-HELD (WS-DAY-NUM)
005310                 ADD 1 TO WS-DAYS-RAN
005311                 ADD 1 TO WS-DAYS-HELD
005312             ELSE
005313                 ADD 1 TO WS-DAYS-FAILED
005314             END-IF
005315         WHEN "FAILED      "
005320         WHEN "MISMATCHED  "
005330         WHEN "OUT-OF-BAL  "
005340             ADD 1 TO WS-DAYS-FAILED
005420* 8000 -- APPEND ONE LINE TO THE SHARED JOB-RUN AUDIT TRAIL FOR
005430* THE DISPATCHER ITSELF.  ON THE DISPATCHER'S ROW THE THREE
005440* COUNT COLUMNS CARRY DAYS RAN / DAYS NOT RUN / DAYS FAILED
005450* (SEE CPAUDIT).  AUD-RUN-NOTE SAYS WHERE A RESTARTED NIGHT
005451* RESUMED, SO A RESUMED NIGHT NEVER PASSES FOR A CLEAN ONE,
005452* FOLLOWED BY THE OPERATOR COMMANDS ACTED ON.  A HELD OR DRAINED
005453* NIGHT WITH NO FAILED DAY IS RETURN CODE 4 AND STILL COMPLETE --
005454* THE DAYS IT LEFT ARE RUN LATER BY A RESTART SUBMISSION WITH A
005455* FORCE CARD (THE NIGHT'S COMPLETE ROW WOULD REFUSE IT ALONE).
005460* ---------------------------------------------------------------
005470 8000-WRITE-AUDIT-LOG.
005480* SETTLE THE STREAM'S FINAL RETURN CODE FIRST SO THE AUDIT ROW
005540         IF WS-ANY-DAY-FAILED
005550             MOVE 8 TO RETURN-CODE
005560         END-IF
005563     END-IF.
005566     IF (WS-STREAM-DRAINED OR WS-STREAM-HELD
005569         OR WS-ANY-DAY-HELD)
005572         AND RETURN-CODE < 4
005573         MOVE 4 TO RETURN-CODE
005574     END-IF.
005580     OPEN EXTEND AUDIT-FILE.
005590     IF WS-AUDIT-STATUS NOT = "00"
005600         OPEN OUTPUT AUDIT-FILE
005620     MOVE SPACES TO WS-AUDIT-RECORD.
005630     MOVE "AOC2DRV " TO AUD-PROGRAM-ID OF WS-AUDIT-RECORD.
005640     MOVE WS-START-DATE TO AUD-RUN-DATE OF WS-AUDIT-RECORD.
005641     MOVE WS-DAY-EVENT-YEAR TO AUD-EVENT-YEAR OF WS-AUDIT-RECORD.
005650     MOVE WS-START-TIME TO AUD-RUN-TIME OF WS-AUDIT-RECORD.
005660     MOVE WS-DAYS-RAN TO AUD-REC-COUNT OF WS-AUDIT-RECORD.
005670     MOVE WS-DAYS-NOT-RUN TO AUD-SKIP-COUNT OF WS-AUDIT-RECORD.
005680     MOVE WS-DAYS-FAILED TO AUD-EXCP-COUNT OF WS-AUDIT-RECORD.
005681     MOVE 1 TO WS-NOTE-PTR.
005682     MOVE "N" TO WS-NOTE-FULL-SW.
005683     MOVE WS-RUN-NOTE TO WS-NOTE-PIECE.
005684     PERFORM 8010-ADD-NOTE-PIECE THRU 8010-ADD-NOTE-PIECE-EXIT.
005685     MOVE WS-RESTART-NOTE TO WS-NOTE-PIECE.
005686     PERFORM 8010-ADD-NOTE-PIECE THRU 8010-ADD-NOTE-PIECE-EXIT.
005687     MOVE WS-OPS-NOTE TO WS-NOTE-PIECE.
005688     PERFORM 8010-ADD-NOTE-PIECE THRU 8010-ADD-NOTE-PIECE-EXIT.
005696* AOC-2020-ELAPSE COMES BACK WITH ITS OWN (ZERO) RETURN-CODE
005700* REGISTER -- SAVE AND RESTORE THE CALLER'S AROUND THE CALL.
005710     MOVE RETURN-CODE TO WS-SAVED-RC.
005720     MOVE WS-START-TIME TO ELP-START-TIME.
005910 8000-WRITE-AUDIT-LOG-EXIT.
005920     EXIT.
005930*
005931* 8010 -- ADD ONE PIECE (CALENDAR NOTE, RESTART NOTE, OPERATOR
005932* COMMANDS) TO AUD-RUN-NOTE, "; " BETWEEN PIECES.  A PIECE THAT
005933* WILL NOT FIT THE 70 BYTES IS CUT AND THE NOTE ENDS "+MORE";
005934* EVERY PIECE IS ON SYSOUT IN FULL (1150, 1300, 2012, 7000).
005935 8010-ADD-NOTE-PIECE.
005936     IF WS-NOTE-PIECE = SPACES OR WS-NOTE-FULL
005937         GO TO 8010-ADD-NOTE-PIECE-EXIT
005938     END-IF.
005939     IF WS-NOTE-PTR > 1
005940         STRING "; " DELIMITED BY SIZE
005941             INTO AUD-RUN-NOTE OF WS-AUDIT-RECORD
005942             WITH POINTER WS-NOTE-PTR
005943             ON OVERFLOW MOVE "Y" TO WS-NOTE-FULL-SW
005944         END-STRING
005945     END-IF.
005946     IF NOT WS-NOTE-FULL
005947         STRING WS-NOTE-PIECE DELIMITED BY "  "
005948             INTO AUD-RUN-NOTE OF WS-AUDIT-RECORD
005949             WITH POINTER WS-NOTE-PTR
005950             ON OVERFLOW MOVE "Y" TO WS-NOTE-FULL-SW
005951         END-STRING
005952     END-IF.
005953     IF WS-NOTE-FULL
005954         MOVE " +MORE" TO AUD-RUN-NOTE OF WS-AUDIT-RECORD (65:6)
005955     END-IF.
005956 8010-ADD-NOTE-PIECE-EXIT.
005957     EXIT.
005958*
005959* THE FINAL RETURN CODE IS SETTLED IN 8000-WRITE-AUDIT-LOG SO
005960* THE AUDIT ROW CARRIES IT; A RUN REFUSED BY THE DUPLICATE-RUN
005961* GUARD ARRIVES HERE DIRECTLY WITH ITS OWN CODE ALREADY SET.
005970 9999-EXIT.
005980     STOP RUN.
