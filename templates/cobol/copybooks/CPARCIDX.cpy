000130*   ARC-FILE-TYPE = "OUTPUT"   PROCESSED-OUTPUT DATASET.
000140*   ARC-FILE-TYPE = "EXCEPT"   EXCEPTION DATASET.
000150*   ARC-FILE-TYPE = "SUMRPT"   SUMMARY REPORT DATASET.
000151*
000152*   ARC-EVENT-YEAR  THE PUZZLE EVENT (YYYY) THE GENERATION BELONGS
000153*                   TO.  A ROW WRITTEN BEFORE THE COLUMN EXISTED
000154*                   HAS SPACES THERE AND READS AS 2020.  A 2020
000155*                   GENERATION KEEPS THE ORIGINAL DATASET NAME
000156*                   (ARCHIVE.<PGM>.D<DATE>.OUT); ANY OTHER EVENT
000157*                   ADDS A YEAR NODE (ARCHIVE.<PGM>.Y<YYYY>.
000158*                   D<DATE>.OUT), SO THE TWO NEVER LAND ON ONE
000159*                   DATASET.
000160*-----------------------------------------------------------------
000170 01  ARCHIVE-INDEX-RECORD.
000180     05  ARC-PROGRAM-ID              PIC X(08).
000240     05  ARC-DATASET-NAME            PIC X(44).
000250     05  ARC-FILLER-4                PIC X(01).
000260     05  ARC-REC-COUNT               PIC 9(09).
000261     05  ARC-FILLER-5                PIC X(01).
000262     05  ARC-EVENT-YEAR              PIC X(04).
