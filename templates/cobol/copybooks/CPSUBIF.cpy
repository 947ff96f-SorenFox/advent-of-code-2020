000010*-----------------------------------------------------------------
000020* CPSUBIF.
000030* ANSWER-SUBMISSION INTERFACE RECORD -- THE FIXED 80-BYTE
000040* LAYOUT AOC-2020-EXTRACT WRITES TO SUBOUTDD, ONE FILE PER
000050* NIGHT, FOR THE DOWNSTREAM SCOREBOARD SYSTEM.  ONE HEADER,
000060* ONE DETAIL PER DAY AND PART THAT RECONCILED CLEAN, AND ONE
000070* TRAILER.
000080*
000090*   SUB-RECORD-TYPE = "H"   HEADER.  SUB-HDR-BUSINESS-DATE IS
000100*                           THE NIGHT THE ANSWERS BELONG TO
000110*                           (AOC-2020-RUNDATE, OR THE NIGHT
000120*                           NAMED ON A RESEND).  SUB-HDR-FILE-
000130*                           KIND IS "ORIGINAL", "FORCED  " OR
000135*                           "RESEND  ", AS ON THE SENT REGISTER.
000136*                           SUB-HDR-EVENT-YEAR IS THE PUZZLE
000137*                           EVENT (YYYY) THE ANSWERS BELONG TO
000138*                           (SEE CPRUNDT), SO A 2021 STREAM AND
000139*                           A 2020 RERUN OF THE SAME NIGHT SEND
000142*                           FILES THE SCOREBOARD CAN TELL APART.
000145*   SUB-RECORD-TYPE = "D"   DETAIL.  SUB-DTL-STATUS IS THE
000150*                           DAY'S RECONCILIATION STATUS,
000160*                           "MATCHED" OR "NO-EXPECTED-VALUE".
000170*                           FAILED AND MISMATCHED DAYS ARE
000180*                           NEVER ON THE FILE.
000190*   SUB-RECORD-TYPE = "T"   TRAILER.  THE DETAIL COUNT AND A
000200*                           HASH TOTAL FORMED THE SAME WAY AS
000210*                           ON OUR INBOUND TRANSMITTALS (SEE
000220*                           CPINPUT): THE SUM OF EACH DETAIL
000230*                           LINE'S LENGTH NET OF TRAILING
000240*                           SPACES.
000250*-----------------------------------------------------------------
000260 01  SUB-RECORD.
000270     05  SUB-RECORD-TYPE             PIC X(01).
000280     05  SUB-RECORD-DATA             PIC X(79).
000290*
000300 01  SUB-HEADER-RECORD REDEFINES SUB-RECORD.
000310     05  SUB-HDR-RECORD-TYPE         PIC X(01).
000320     05  SUB-HDR-BUSINESS-DATE       PIC X(08).
000330     05  SUB-HDR-CREATED-DATE        PIC X(08).
000340     05  SUB-HDR-CREATED-TIME        PIC X(08).
000350     05  SUB-HDR-FILE-KIND           PIC X(08).
000355     05  SUB-HDR-EVENT-YEAR          PIC X(04).
000360     05  SUB-HDR-FILLER              PIC X(43).
000370*
000380 01  SUB-DETAIL-RECORD REDEFINES SUB-RECORD.
000390     05  SUB-DTL-RECORD-TYPE         PIC X(01).
000400     05  SUB-DTL-DAY-NUMBER          PIC 9(02).
000410     05  SUB-DTL-PART-NUMBER         PIC 9(01).
000420     05  SUB-DTL-ANSWER-VALUE        PIC X(20).
000430     05  SUB-DTL-STATUS              PIC X(17).
000440     05  SUB-DTL-FILLER              PIC X(39).
000450*
000460 01  SUB-TRAILER-RECORD REDEFINES SUB-RECORD.
000470     05  SUB-TRL-RECORD-TYPE         PIC X(01).
000480     05  SUB-TRL-DETAIL-COUNT        PIC 9(09).
000490     05  SUB-TRL-HASH-TOTAL          PIC 9(13).
000500     05  SUB-TRL-FILLER              PIC X(57).
