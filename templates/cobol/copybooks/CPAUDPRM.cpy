000200*                           SUBPROGRAM MIRRORS IT INTO THE
000210*                           KEYED MASTER, CREATING THE MASTER
000220*                           ON ITS FIRST USE.
000221*
000222* AUP-AUDIT-ROW IS THE WHOLE CPAUDIT ROW.  CHECK ALSO MATCHES ITS
000223* AUD-EVENT-YEAR (SPACES READ AS 2020), CONFIRMING A MASTER HIT
000224* ON THE FLAT TRAIL, WHERE THE YEAR IS KEPT.
000230*
000240* LIKE AOC-2020-ELAPSE, THE SUBPROGRAM COMES BACK WITH ITS OWN
000250* (ZERO) RETURN-CODE REGISTER -- A CALLER THAT HAS ALREADY SET
000350         88  AUP-FUNCTION-WRITE      VALUE "WRITE".
000360     05  AUP-FOUND-SW                PIC X(01).
000370         88  AUP-PRIOR-RUN-FOUND     VALUE "Y".
000371     05  AUP-AUDIT-ROW               PIC X(169).
