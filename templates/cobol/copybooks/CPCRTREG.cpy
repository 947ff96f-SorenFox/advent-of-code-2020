000010*-----------------------------------------------------------------
000020* CPCRTREG.
000030* KEYED CERTIFICATION REGISTER RECORD.  ONE ROW PER DAY PROGRAM
000040* IN THE INDEXED REGISTER (CERTREGDD).  AOC-2020-COMPARE WRITES
000050* THE CERTIFIED SIDE WHEN A PARALLEL TEST OF THE PROGRAM COMES
000060* BACK WITH ZERO DIFFERENCES; THE DISPATCHER CHECKS IT BEFORE
000070* EVERY CALL AND KEEPS THE RUNNING SIDE UP TO DATE; AND
000080* AOC-2020-CRTRPT LISTS EVERY PROGRAM WHOSE RUNNING VERSION IS
000090* NOT ITS CERTIFIED ONE.
000100*
000103*   RECORD KEY  CRT-KEY  PROGRAM MNEMONIC (AOC2DNN) AND EVENT
000106*                        YEAR (YYYY, SEE CPRUNDT) -- DAY NN OF
000109*                        EACH EVENT IS A DIFFERENT PROGRAM
000112*                        (AOC-<YYYY>-DAY-NN) AND IS CERTIFIED
000115*                        ON ITS OWN ROW.
000120*
000130*   A VERSION IS THE PROGRAM'S COMPILE STAMP (WHEN-COMPILED),
000140*   HANDED BACK ON A VERSION INQUIRY (AOCVERQ / AOCVERSN), OR AN
000150*   IDENTIFIER CARDED ON THE COMPARE RUN.
000160*
000170*   CRT-CERT-VERSION      SPACES UNTIL THE PROGRAM IS FIRST
000180*                         CERTIFIED -- A ROW THE DISPATCHER ADDS
000190*                         FOR A NEVER-CERTIFIED PROGRAM.
000200*   CRT-CERT-OUTCOME      "ZERO-DIFF" -- THE ONLY OUTCOME THAT
000210*                         CERTIFIES.
000220*   CRT-LAST-RESULT       "C" CERTIFIED, "H" RAN WITH ITS ANSWERS
000230*                         HELD, "R" REFUSED -- THE DISPATCHER'S
000240*                         VERDICT THE LAST NIGHT THE PROGRAM WAS
000250*                         DUE.
000260*-----------------------------------------------------------------
000270 01  CERTIFICATION-RECORD.
000280     05  CRT-KEY.
000290         10  CRT-PROGRAM-ID          PIC X(08).
000295         10  CRT-EVENT-YEAR          PIC X(04).
000300     05  CRT-DAY-NUMBER              PIC 9(02).
000310     05  CRT-CERTIFIED-SIDE.
000320         10  CRT-CERT-VERSION        PIC X(16).
000330         10  CRT-CERT-DATE           PIC X(08).
000340         10  CRT-CERT-TIME           PIC X(08).
000350         10  CRT-CERT-BASE-DSN       PIC X(44).
000360         10  CRT-CERT-TEST-DSN       PIC X(44).
000370         10  CRT-CERT-BASE-COUNT     PIC 9(09).
000380         10  CRT-CERT-TEST-COUNT     PIC 9(09).
000390         10  CRT-CERT-DIFF-COUNT     PIC 9(09).
000400         10  CRT-CERT-OUTCOME        PIC X(09).
000410     05  CRT-RUNNING-SIDE.
000420         10  CRT-LAST-VERSION        PIC X(16).
000430         10  CRT-LAST-DATE           PIC X(08).
000440         10  CRT-LAST-RESULT         PIC X(01).
000450             88  CRT-LAST-CERTIFIED  VALUE "C".
000460             88  CRT-LAST-HELD       VALUE "H".
000470             88  CRT-LAST-REFUSED    VALUE "R".
