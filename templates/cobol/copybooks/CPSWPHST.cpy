000010*-----------------------------------------------------------------
000020* CPSWPHST.
000030* MASTER-FILE GENERATION SWAP HISTORY RECORD.  AOC-2020-GENSWAP
000040* APPENDS ONE LINE TO THE LINE-SEQUENTIAL HISTORY (SWPHSTDD) FOR
000050* EVERY SWAP, BACKOUT AND REFUSAL, AND ONE FOR EVERY PRIOR
000060* GENERATION IT EXPIRES.  THE HISTORY IS ALSO THE GENERATION
000070* CATALOG: GENSWAP READS IT BACK TO NUMBER THE NEXT GENERATION OF
000080* A MASTER, TO FIND THE GENERATION A BACKOUT NAMES AND TO DECIDE
000090* WHICH GENERATIONS HAVE OUTLIVED THE RETENTION.
000100*
000110*   SWH-MASTER-TYPE  "ANSWER"  ANSWER MASTER (AOC-2020-ANSMAINT)
000120*                    "LEDGER"  EXCEPTION LEDGER (AOC-2020-EXCPLDG)
000130*                    "AUDIT"   AUDIT TRAIL (AOC-2020-AUDROLL)
000140*                    "ARCIDX"  ARCHIVE INDEX (AOC-2020-ARCPURGE)
000150*   SWH-ACTION       "SWAP"     THE PRODUCING STEP'S NEW FILE
000160*                               PROMOTED OVER THE LIVE ONE.
000170*                    "BACKOUT"  A PRIOR GENERATION RESTORED OVER
000180*                               THE LIVE ONE.
000190*                    "EXPIRED"  A GENERATION PAST THE RETENTION,
000200*                               SENT TO THE PURGE LIST.
000210*   SWH-RESULT       "DONE"      THE ACTION COMPLETED.
000220*                    "REFUSED"   VERIFICATION FAILED -- NOTHING
000230*                                WAS MOVED.  SWH-REASON SAYS WHY.
000240*                    "RESTORED"  THE COPY OVER THE LIVE FILE
000250*                                FAILED AND THE GENERATION SAVED
000260*                                FROM IT A MOMENT BEFORE WAS PUT
000270*                                BACK.
000280*                    "DAMAGED"   THE COPY OVER THE LIVE FILE
000290*                                FAILED AND IT COULD NOT BE PUT
000300*                                BACK -- RESTORE IT BY HAND FROM
000310*                                SWH-GEN-DSN.
000320*   SWH-GENERATION   THE GENERATION THE LIVE FILE WAS SAVED AS
000330*                    JUST BEFORE IT WAS REPLACED (ZERO WHEN
000340*                    NOTHING WAS SAVED); ON AN EXPIRED ROW, THE
000350*                    GENERATION EXPIRED.  SWH-GEN-DSN IS ITS
000360*                    DATASET AND SWH-OLD-COUNT ITS RECORD COUNT.
000370*   SWH-FROM-GENERATION  ON A BACKOUT, THE GENERATION RESTORED.
000380*   SWH-SOURCE-DSN   WHAT WAS COPIED OVER THE LIVE FILE -- THE NEW
000390*                    FILE ON A SWAP, THE GENERATION ON A BACKOUT
000400*                    -- AND SWH-NEW-COUNT ITS RECORD COUNT.
000410*   SWH-ADD-COUNT    THE PRODUCING STEP'S OWN ADDS AND DELETES THE
000420*   SWH-DELETE-COUNT SWAP TIED TO (ZERO ON A BACKOUT).
000430*-----------------------------------------------------------------
000440 01  SWAP-HISTORY-RECORD.
000450     05  SWH-RUN-DATE                PIC X(08).
000460     05  SWH-FILLER-1                PIC X(01).
000470     05  SWH-RUN-TIME                PIC X(08).
000480     05  SWH-FILLER-2                PIC X(01).
000490     05  SWH-MASTER-TYPE             PIC X(08).
000500     05  SWH-FILLER-3                PIC X(01).
000510     05  SWH-ACTION                  PIC X(08).
000520     05  SWH-FILLER-4                PIC X(01).
000530     05  SWH-RESULT                  PIC X(08).
000540     05  SWH-FILLER-5                PIC X(01).
000550     05  SWH-PRODUCER-ID             PIC X(08).
000560     05  SWH-FILLER-6                PIC X(01).
000570     05  SWH-GENERATION              PIC 9(04).
000580     05  SWH-FILLER-7                PIC X(01).
000590     05  SWH-FROM-GENERATION         PIC 9(04).
000600     05  SWH-FILLER-8                PIC X(01).
000610     05  SWH-OLD-COUNT               PIC 9(09).
000620     05  SWH-FILLER-9                PIC X(01).
000630     05  SWH-ADD-COUNT               PIC 9(09).
000640     05  SWH-FILLER-10               PIC X(01).
000650     05  SWH-DELETE-COUNT            PIC 9(09).
000660     05  SWH-FILLER-11               PIC X(01).
000670     05  SWH-NEW-COUNT               PIC 9(09).
000680     05  SWH-FILLER-12               PIC X(01).
000690     05  SWH-LIVE-DSN                PIC X(44).
000700     05  SWH-FILLER-13               PIC X(01).
000710     05  SWH-SOURCE-DSN              PIC X(44).
000720     05  SWH-FILLER-14               PIC X(01).
000730     05  SWH-GEN-DSN                 PIC X(44).
000740     05  SWH-FILLER-15               PIC X(01).
000750     05  SWH-REASON                  PIC X(40).
