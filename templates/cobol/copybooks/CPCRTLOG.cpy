000010*-----------------------------------------------------------------
000020* CPCRTLOG.
000030* CERTIFICATION CHECK LOG RECORD.  THE DISPATCHER APPENDS ONE LINE
000040* TO THE LINE-SEQUENTIAL LOG (CRTLOGDD) FOR EVERY DAY IT CHECKS
000050* AGAINST THE CERTIFICATION REGISTER (SEE CPCRTREG), GIVING THE
000060* VERSION IT FOUND IN THE LOAD LIBRARY AND ITS VERDICT.
000070* AOC-2020-EXTRACT READS IT TO HOLD AN UNCERTIFIED PROGRAM'S
000080* ANSWERS OUT OF THE SUBMISSION FILE; THE LAST LINE FOR A NIGHT
000090* AND DAY WINS, SO A FORCED RERUN WITH A CERTIFIED VERSION
000100* RELEASES THE NIGHT.
000110*
000120*   CLG-RESULT  "CERTIFIED"    VERSION MATCHES THE REGISTER.
000130*               "HELD"         UNCERTIFIED -- RAN, ANSWERS HELD.
000140*               "REFUSED"      UNCERTIFIED -- NOT CALLED.
000142*
000144*   CLG-EVENT-YEAR  THE PUZZLE EVENT (YYYY) OF THE DAY CHECKED.
000146*               A LINE WRITTEN BEFORE THE COLUMN EXISTED HAS
000148*               SPACES THERE AND READS AS 2020 (SEE CPRUNDT).
000150*-----------------------------------------------------------------
000160 01  CERT-LOG-RECORD.
000170     05  CLG-RUN-DATE                PIC X(08).
000180     05  CLG-FILLER-1                PIC X(01).
000190     05  CLG-RUN-TIME                PIC X(08).
000200     05  CLG-FILLER-2                PIC X(01).
000210     05  CLG-DAY-NUMBER              PIC 9(02).
000220     05  CLG-FILLER-3                PIC X(01).
000230     05  CLG-PROGRAM-ID              PIC X(08).
000240     05  CLG-FILLER-4                PIC X(01).
000250     05  CLG-RUN-VERSION             PIC X(16).
000260     05  CLG-FILLER-5                PIC X(01).
000270     05  CLG-CERT-VERSION            PIC X(16).
000280     05  CLG-FILLER-6                PIC X(01).
000290     05  CLG-RESULT                  PIC X(09).
000300     05  CLG-FILLER-7                PIC X(01).
000310     05  CLG-EVENT-YEAR              PIC X(04).
