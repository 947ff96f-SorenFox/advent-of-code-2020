000010*-----------------------------------------------------------------
000020* CPINTACK.
000030* RECEIPT ACKNOWLEDGMENT RECORD -- THE FIXED 80-BYTE LAYOUT
000040* AOC-2020-INTAKE WRITES TO INTACKDD EACH NIGHT FOR RETURN TO
000050* THE SENDING SIDE.  ONE HEADER, ONE DETAIL PER MANIFEST INPUT
000060* AND ONE TRAILER CARRYING THE DETAIL COUNT AND THE TALLY OF
000070* EACH DISPOSITION.
000080*
000090*   ACK-RECORD-TYPE = "H"   HEADER.
000100*   ACK-RECORD-TYPE = "D"   DETAIL, ONE PER INPUT.
000110*   ACK-RECORD-TYPE = "T"   TRAILER.
000120*
000130*   ACK-DTL-REASON-CODE    00  ACCEPTED -- BALANCES TO TRAILER
000140*                          01  MISSING -- NOT RECEIVED
000150*                          02  REJECTED -- EMPTY FILE
000160*                          03  REJECTED -- NO TRANSMITTAL TRAILER
000170*                          04  REJECTED -- LINE COUNT OUT OF
000180*                              BALANCE
000190*                          05  REJECTED -- HASH TOTAL OUT OF
000200*                              BALANCE
000210*-----------------------------------------------------------------
000220 01  ACK-RECORD.
000230     05  ACK-RECORD-TYPE             PIC X(01).
000240     05  ACK-RECORD-DATA             PIC X(79).
000250*
000260 01  ACK-HEADER-RECORD REDEFINES ACK-RECORD.
000270     05  ACK-HDR-RECORD-TYPE         PIC X(01).
000280     05  ACK-HDR-RUN-DATE            PIC X(08).
000290     05  ACK-HDR-CREATED-DATE        PIC X(08).
000300     05  ACK-HDR-CREATED-TIME        PIC X(08).
000310     05  ACK-HDR-FILLER              PIC X(55).
000320*
000330 01  ACK-DETAIL-RECORD REDEFINES ACK-RECORD.
000340     05  ACK-DTL-RECORD-TYPE         PIC X(01).
000350     05  ACK-DTL-DAY-NUMBER          PIC 9(02).
000360     05  ACK-DTL-DATASET-NAME        PIC X(44).
000370     05  ACK-DTL-DISPOSITION         PIC X(08).
000380     05  ACK-DTL-REASON-CODE         PIC X(02).
000390     05  ACK-DTL-LINE-COUNT          PIC 9(09).
000400     05  ACK-DTL-HASH-TOTAL          PIC 9(13).
000410     05  ACK-DTL-FILLER              PIC X(01).
000420*
000430 01  ACK-TRAILER-RECORD REDEFINES ACK-RECORD.
000440     05  ACK-TRL-RECORD-TYPE         PIC X(01).
000450     05  ACK-TRL-DETAIL-COUNT        PIC 9(05).
000460     05  ACK-TRL-ACCEPTED-COUNT      PIC 9(05).
000470     05  ACK-TRL-REJECTED-COUNT      PIC 9(05).
000480     05  ACK-TRL-MISSING-COUNT       PIC 9(05).
000490     05  ACK-TRL-FILLER              PIC X(59).
