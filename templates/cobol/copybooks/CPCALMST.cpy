000010*-----------------------------------------------------------------
000020* CPCALMST.
000030* KEYED PROCESSING CALENDAR RECORD.  ONE ROW PER BUSINESS DATE
000040* IN THE INDEXED CALENDAR MASTER (CALMSTDD), MAINTAINED BY
000050* AOC-2020-CALMAINT FROM DATE-RANGE CARDS.  THE DISPATCHER READS
000060* TONIGHT'S ROW FOR ITS DAY SELECTION WHEN RUNCTLDD CARRIES NO
000070* DAY CARDS, AND AOC-2020-CALGAP COMPARES EVERY SCHEDULED NIGHT
000080* WITH THE AUDIT HISTORY TO FIND THE NIGHTS AND DAYS THAT NEVER
000090* RAN.
000100*
000110*   RECORD KEY  CAL-KEY  BUSINESS DATE (YYYYMMDD).
000120*
000130*   CAL-NIGHT-TYPE  "R"  RUN NIGHT -- THE DAYS FLAGGED "Y" IN
000140*                        CAL-SCHEDULE ARE RUN (DAY NN IS
000150*                        CAL-DAY-SW (NN)).
000160*                   "H"  HOLIDAY -- NO STREAM.
000170*                   "B"  BLACKOUT -- NO STREAM (MACHINE OR
000180*                        NETWORK OUTAGE, CHANGE FREEZE).
000190*   A DATE WITH NO ROW IS NOT ON THE CALENDAR; THE DISPATCHER
000200*   THEN FALLS BACK TO ALL 25 DAYS, AS BEFORE THE CALENDAR.
000210*-----------------------------------------------------------------
000220 01  CALENDAR-RECORD.
000230     05  CAL-KEY.
000240         10  CAL-BUSINESS-DATE       PIC X(08).
000250     05  CAL-NIGHT-TYPE              PIC X(01).
000260         88  CAL-RUN-NIGHT           VALUE "R".
000270         88  CAL-HOLIDAY             VALUE "H".
000280         88  CAL-BLACKOUT            VALUE "B".
000290     05  CAL-SCHEDULE.
000300         10  CAL-DAY-SW              PIC X(01)
000310             OCCURS 25 TIMES.
000320             88  CAL-DAY-SCHEDULED   VALUE "Y".
000330     05  CAL-DESCRIPTION             PIC X(20).
000340     05  CAL-MAINT-DATE              PIC X(08).
000350     05  CAL-KEYED-BY                PIC X(08).
