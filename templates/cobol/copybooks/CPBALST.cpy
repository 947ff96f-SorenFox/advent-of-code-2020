000010*-----------------------------------------------------------------
000020* CPBALST.
000030* INPUT-BALANCING GO/NO-GO STATUS RECORD.  AOC-2020-BALANCE
000040* APPENDS ONE ROW TO THE BALANCE STATUS DATASET (BALSTAT) EACH
000050* TIME IT VERIFIES A DAY'S INPUTDD AGAINST ITS TRANSMITTAL
000060* TRAILER; THE DISPATCHER BALANCES EACH DAY IMMEDIATELY BEFORE
000070* CALLING IT, SO THE LATEST ROW FOR THE RUN DATE IS ALWAYS THE
000080* DAY NOW RUNNING.  READ BY AOC-2020-RECON (THE INPUT TOTALS ON
000090* THE ANSWER HISTORY, SEE CPANSHST) AND AOC-2020-MORNCHK.
000100*
000110*   BAL-RECORD-COUNT  LINES COUNTED AND HASHED, TRAILER NOT
000120*   BAL-HASH-TOTAL    INCLUDED -- ON A GO ROW THESE ARE THE
000130*                     TRANSMITTAL TRAILER'S OWN FIGURES.  ROWS
000140*                     WRITTEN BEFORE THE TOTALS WERE CARRIED
000150*                     READ BACK AS SPACES HERE.
000160*-----------------------------------------------------------------
000170 01  BALANCE-STATUS-RECORD.
000180     05  BAL-STATUS                  PIC X(05).
000190     05  BAL-FILLER-1                PIC X(01).
000200     05  BAL-RUN-DATE                PIC X(08).
000210     05  BAL-FILLER-2                PIC X(01).
000220     05  BAL-REASON                  PIC X(30).
000230     05  BAL-FILLER-3                PIC X(01).
000240     05  BAL-RECORD-COUNT            PIC 9(09).
000250     05  BAL-FILLER-4                PIC X(01).
000260     05  BAL-HASH-TOTAL              PIC 9(13).
