000010*-----------------------------------------------------------------
000020* CPPRFTOL.
000030* INPUT-PROFILE TOLERANCE RECORD.  THE CONTROL GROUP MAINTAINS
000040* ONE ROW PER DAY PROGRAM IN THE TOLERANCE DATASET (PRFTOLDD),
000050* KEYED BY ITS MNEMONIC ("AOC2DNN "), PLUS AN OPTIONAL ROW WITH
000060* PTL-PROGRAM-ID = "DEFAULT " FOR EVERY DAY WITHOUT ONE OF ITS
000070* OWN.  WITH NEITHER ROW, AOC-2020-PROFILE USES 25/50 PERCENT
000080* FOR LINE LENGTHS, 10/25 POINTS FOR THE BLANK-LINE RATIO AND
000090* CRIT FOR NEW CHARACTER CLASSES AND SECTION CHANGES.
000100*
000110*   PTL-LENGTH-WARN-PCT    CHANGE IN MINIMUM, MAXIMUM OR AVERAGE
000120*   PTL-LENGTH-CRIT-PCT    LINE LENGTH, AS A PERCENT OF THE
000130*                          BASELINE, PAST WHICH A WARN / CRIT
000140*                          ALERT IS RAISED.
000150*   PTL-BLANK-WARN-PTS     CHANGE IN THE BLANK-LINE RATIO, IN
000160*   PTL-BLANK-CRIT-PTS     PERCENTAGE POINTS.
000170*   PTL-CLASS-SEVERITY     "WARN" OR "CRIT" WHEN A CHARACTER
000180*                          CLASS APPEARS IN A COLUMN BAND THAT
000190*                          NEVER HELD IT (LETTERS WHERE THERE
000200*                          WERE ONLY DIGITS).
000210*   PTL-SECTION-SEVERITY   "WARN" OR "CRIT" WHEN A SECTION NAME
000220*                          APPEARS OR DISAPPEARS.  A CHANGED
000230*                          COUNT FOR A KNOWN SECTION IS WARN.
000240*   PTL-ACCEPT-DATE        A RUN DATE WHOSE PROFILE OPERATIONS
000250*                          HAS ACCEPTED AS THE NEW BASELINE --
000260*                          AN ANNOUNCED FORMAT CHANGE, OR A
000270*                          DRIFTED NIGHT CHECKED AND FOUND GOOD.
000280*                          SPACES WHEN NONE.
000290*-----------------------------------------------------------------
000300 01  PROFILE-TOLERANCE-RECORD.
000310     05  PTL-PROGRAM-ID              PIC X(08).
000320     05  PTL-FILLER-1                PIC X(01).
000330     05  PTL-LENGTH-WARN-PCT         PIC 9(03).
000340     05  PTL-FILLER-2                PIC X(01).
000350     05  PTL-LENGTH-CRIT-PCT         PIC 9(03).
000360     05  PTL-FILLER-3                PIC X(01).
000370     05  PTL-BLANK-WARN-PTS          PIC 9(03).
000380     05  PTL-FILLER-4                PIC X(01).
000390     05  PTL-BLANK-CRIT-PTS          PIC 9(03).
000400     05  PTL-FILLER-5                PIC X(01).
000410     05  PTL-CLASS-SEVERITY          PIC X(04).
000420     05  PTL-FILLER-6                PIC X(01).
000430     05  PTL-SECTION-SEVERITY        PIC X(04).
000440     05  PTL-FILLER-7                PIC X(01).
000450     05  PTL-ACCEPT-DATE             PIC X(08).
