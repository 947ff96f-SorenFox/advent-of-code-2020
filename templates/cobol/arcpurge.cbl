000230*                      ELAPSE CALL, WHICH OTHERWISE CAME BACK ZERO
000240*                      AND TURNED EVERY FAILURE INTO A COMPLETE
000250*                      ROW.
000251*   10/15/2026  DH    THE NEW INDEX RECORD IS WIDENED TO THE
000252*                      WHOLE CPARCIDX ROW SO A SURVIVING ROW KEEPS
000253*                      ITS EVENT YEAR.  RETENTION STAYS BY RUN
000254*                      DATE ACROSS EVERY EVENT.
000260*-----------------------------------------------------------------
000270*
000280 ENVIRONMENT DIVISION.
000570     COPY CPARCIDX.
000580*
000590 FD  NEW-INDEX-FILE.
000591* THE WHOLE CPARCIDX ROW, EVENT YEAR INCLUDED.
000592 01  NEW-INDEX-RECORD                PIC X(84).
000610*
000620 FD  PURGE-LIST-FILE.
000630 01  PURGE-LIST-RECORD               PIC X(44).
001580* ---------------------------------------------------------------
001590* 2000/2100 -- A ROW DATED BEFORE THE CUTOFF GOES TO THE PURGE
001600* LIST; EVERYTHING ELSE IS CARRIED TO THE NEW INDEX UNCHANGED.
001601* RETENTION IS BY RUN DATE ACROSS EVERY EVENT YEAR.
001610* ---------------------------------------------------------------
001620 2000-SIFT-INDEX-ROWS.
001630     READ ARCHIVE-INDEX-FILE
