000260* IS MEANINGFUL ONLY ON THE DISPATCHER'S OWN ROW: BLANK IF EVERY
000270* SELECTED DAY RAN CLEAN, OR THE NAME OF THE FIRST DAY-NN
000280* PROGRAM THAT FAILED.
000281*
000282* AUD-RUN-NOTE IS A FREE-TEXT NOTE.  THE DISPATCHER'S SAYS HOW
000283* THE NIGHT WAS RUN -- CALENDAR, RESTART AND THE OPERATOR
000284* COMMANDS IT ACTED ON, "; " BETWEEN THEM ("RESTARTED AT DAY 14;
000285* OPS: HOLD@05 RESUME"), ENDING "+MORE" WHEN THEY DO NOT FIT.
000286* AOC-2020-EXCPLDG'S CARRIES THE LEDGER TOTALS THE GENERATION
000287* SWAP TIES TO, AND AOC-2020-GENSWAP'S WHAT IT SWAPPED OR BACKED
000288* OUT.  IT RIDES ON THE FLAT TRAIL ONLY (NOT THE KEYED MASTER);
000289* ROWS WRITTEN BEFORE THE COLUMN EXISTED HAVE SPACES.
000290*
000291* AUD-EVENT-YEAR IS THE PUZZLE EVENT (YYYY) THE ROW'S RUN
000292* BELONGS TO, SO A 2021 STREAM AND A 2020 RERUN CAN SHARE THE
000293* TRAIL ON THE SAME NIGHT.  SPACES -- EVERY ROW WRITTEN BEFORE
000294* THE COLUMN EXISTED, AND A STEP THAT IS NOT EVENT-SPECIFIC --
000295* READS AS 2020 (SEE CPRUNDT).  THE KEYED MASTER DOES NOT CARRY
000296* IT; THE DUPLICATE-RUN GUARDS CONFIRM A YEAR ON THIS TRAIL.
000297*-----------------------------------------------------------------
000300 01  AUDIT-RECORD.
000310     05  AUD-PROGRAM-ID              PIC X(08).
000320     05  AUD-FILLER-1                PIC X(01) VALUE SPACE.
000470     05  AUD-FAILED-PROGRAM          PIC X(15).
000480     05  AUD-FILLER-9                PIC X(01) VALUE SPACE.
000490     05  AUD-ELAPSED-SECS            PIC 9(06).
000500     05  AUD-FILLER-10               PIC X(01) VALUE SPACE.
000510     05  AUD-RUN-NOTE                PIC X(70).
000511     05  AUD-FILLER-11               PIC X(01) VALUE SPACE.
000512     05  AUD-EVENT-YEAR              PIC X(04) VALUE SPACES.
