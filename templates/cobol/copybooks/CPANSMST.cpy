000170* JUSTIFIED; THE RECONCILIATION STEP STRIPS LEADING ZEROS FROM
000180* AN ALL-DIGIT VALUE ON BOTH SIDES BEFORE COMPARING, SO "123"
000190* AND "0000000000123" RECONCILE AS THE SAME ANSWER.
000191*
000192* ANS-EVENT-YEAR QUALIFIES THE ROW BY PUZZLE EVENT (YYYY) -- DAY
000193* 5 OF 2021 IS A DIFFERENT PUZZLE FROM DAY 5 OF 2020.  A ROW
000194* KEYED BEFORE THE COLUMN EXISTED HAS SPACES THERE AND READS AS
000195* 2020.  RECONCILIATION ONLY LOOKS AT ROWS OF THE STREAM'S OWN
000196* EVENT YEAR (SEE CPRUNDT).
000200*-----------------------------------------------------------------
000210 01  ANSWER-RECORD.
000220     05  ANS-DAY-NUMBER              PIC 9(02).
000260     05  ANS-EXPECTED-VALUE          PIC X(20).
000270     05  ANS-FILLER-3                PIC X(01).
000280     05  ANS-EFFECTIVE-DATE          PIC X(08).
000281     05  ANS-FILLER-4                PIC X(01).
000282     05  ANS-EVENT-YEAR              PIC X(04).
