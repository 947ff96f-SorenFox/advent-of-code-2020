000010*-----------------------------------------------------------------
000020* CPINTMAN.
000030* INTAKE MANIFEST RECORD.  THE CONTROL GROUP KEEPS ONE ROW PER
000040* DAY INPUT EXPECTED FROM THE SENDING SIDE IN THE MANIFEST
000050* DATASET (INTMANDD); AOC-2020-INTAKE CHECKS EACH ONE AHEAD OF
000060* THE STREAM.
000070*
000080*   MAN-DAY-NUMBER     THE DAY WHOSE INPUTDD THE DATASET FEEDS.
000090*   MAN-DATASET-NAME   THE DATASET THE SENDER DELIVERS.  SPACES
000100*                      MEAN THE NAME THE DISPATCHER READS FOR
000110*                      THAT DAY ("INPUT.DNN.TXT").
000120*   MAN-RUN-DATE       SPACES WHEN THE INPUT IS EXPECTED EVERY
000130*                      NIGHT; OTHERWISE THE ONE RUN DATE THE
000140*                      ROW APPLIES TO.
000150*-----------------------------------------------------------------
000160 01  MANIFEST-RECORD.
000170     05  MAN-DAY-NUMBER              PIC 9(02).
000180     05  MAN-FILLER-1                PIC X(01).
000190     05  MAN-DATASET-NAME            PIC X(44).
000200     05  MAN-FILLER-2                PIC X(01).
000210     05  MAN-RUN-DATE                PIC X(08).
