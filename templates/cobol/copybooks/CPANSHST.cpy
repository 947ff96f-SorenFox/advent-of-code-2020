000010*-----------------------------------------------------------------
000020* CPANSHST.
000030* KEYED ANSWER HISTORY RECORD.  AOC-2020-RECON POSTS ONE ROW
000040* PER DAY, PART AND RUN DATE TO THE INDEXED ANSWER HISTORY
000050* MASTER (ANSHSTDD) EACH NIGHT WITH THE ANSWER THE DAY PROGRAM
000060* WROTE ("RESULT1=" / "RESULT2=") AND THE LINE COUNT AND HASH
000070* TOTAL OF THE INPUT IT WAS GIVEN (FROM BALSTAT, SEE CPBALST).
000080* A RERUN THE SAME NIGHT REWRITES THE NIGHT'S ROW.  READ BY THE
000090* NIGHTLY DETERMINISM CHECK IN AOC-2020-RECON AND BY THE
000100* ON-DEMAND ANSWER CHANGE REPORT, AOC-2020-ANSHRPT.
000110*
000115*   RECORD KEY  AHS-KEY  EVENT YEAR (YYYY, SEE CPRUNDT), DAY
000120*                        NUMBER, PART NUMBER AND RUN DATE -- DAY
000125*                        NN OF EACH EVENT KEEPS ITS OWN HISTORY.
000130*
000140*   AHS-INPUT-KNOWN = "Y"   AHS-INPUT-COUNT AND AHS-INPUT-HASH
000150*                           ARE THE NIGHT'S BALANCED TRANSMITTAL
000160*                           TOTALS.  "N" WHEN NO GO ROW FOR THE
000170*                           NIGHT WAS ON BALSTAT; SUCH A ROW IS
000180*                           NEVER USED IN THE DETERMINISM CHECK.
000190*   AHS-NONDET-DATE         AN EARLIER RUN DATE WHOSE INPUT HAD
000200*                           THE SAME COUNT AND HASH BUT WHOSE
000210*                           ANSWER DIFFERED FROM THIS NIGHT'S.
000220*                           SPACES WHEN NONE.
000230*-----------------------------------------------------------------
000240 01  ANSWER-HISTORY-RECORD.
000250     05  AHS-KEY.
000255         10  AHS-EVENT-YEAR          PIC X(04).
000260         10  AHS-DAY-NUMBER          PIC 9(02).
000270         10  AHS-PART-NUMBER         PIC 9(01).
000280         10  AHS-RUN-DATE            PIC X(08).
000290     05  AHS-RUN-TIME                PIC X(08).
000300     05  AHS-ANSWER-VALUE            PIC X(20).
000310     05  AHS-RECON-STATUS            PIC X(17).
000320     05  AHS-INPUT-KNOWN             PIC X(01).
000330         88  AHS-INPUT-TOTALS-KNOWN  VALUE "Y".
000340     05  AHS-INPUT-COUNT             PIC 9(09).
000350     05  AHS-INPUT-HASH              PIC 9(13).
000360     05  AHS-NONDET-DATE             PIC X(08).
