000150*                         RUN MORE THAN ONCE A NIGHT (FORCED
000160*                         RERUNS), SO THE TIME KEEPS THE KEY
000170*                         UNIQUE.
000171*
000172*   THE MASTER CARRIES NO EVENT YEAR AND KEEPS ITS 93-BYTE
000173*   IMAGE.  A ROW'S YEAR IS ON THE FLAT TRAIL (AUD-EVENT-YEAR,
000174*   SEE CPAUDIT), WHERE AOC-2020-AUDIT CONFIRMS A COMPLETE ROW
000175*   FOUND HERE BEFORE IT COUNTS AS A PRIOR RUN.
000180*-----------------------------------------------------------------
000190 01  AUDIT-MASTER-RECORD.
000200     05  AUDM-KEY.
