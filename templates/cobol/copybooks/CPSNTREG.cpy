000010*-----------------------------------------------------------------
000020* CPSNTREG.
000030* KEYED ANSWER-SUBMISSION SENT REGISTER RECORD.  AOC-2020-
000040* EXTRACT WRITES ONE ROW PER BUSINESS DATE TO THE INDEXED SENT
000050* REGISTER (SNTREGDD) WHEN IT BUILDS THAT NIGHT'S INTERFACE
000060* FILE (SEE CPSUBIF), AND REFUSES TO BUILD THE SAME NIGHT AGAIN
000070* UNLESS A FORCE OR RESEND CARD ASKS FOR IT.  A FORCED RERUN
000080* OR A RESEND REWRITES THE ROW AND ADDS ONE TO THE SEND COUNT.
000090*
000095*   RECORD KEY  SNT-KEY  EVENT YEAR (YYYY, SEE CPRUNDT) AND
000100*                        BUSINESS DATE -- EACH EVENT'S NIGHT IS
000105*                        SENT ON ITS OWN.
000110*
000120*   SNT-FILE-KIND          "ORIGINAL", "FORCED  " OR "RESEND  "
000130*                          FOR THE LATEST BUILD.
000140*   SNT-DETAIL-COUNT / SNT-HASH-TOTAL
000150*                          THE LATEST FILE'S TRAILER FIGURES.
000160*   SNT-FIRST-SENT-DATE    WHEN THE NIGHT WAS FIRST SENT; THE
000170*                          SENT DATE AND TIME ARE THE LATEST.
000180*-----------------------------------------------------------------
000190 01  SENT-REGISTER-RECORD.
000200     05  SNT-KEY.
000205         10  SNT-EVENT-YEAR          PIC X(04).
000210         10  SNT-BUSINESS-DATE       PIC X(08).
000220     05  SNT-SENT-DATE               PIC X(08).
000230     05  SNT-SENT-TIME               PIC X(08).
000240     05  SNT-FILE-KIND               PIC X(08).
000250     05  SNT-DETAIL-COUNT            PIC 9(09).
000260     05  SNT-HASH-TOTAL              PIC 9(13).
000270     05  SNT-SEND-COUNT              PIC 9(03).
000280     05  SNT-FIRST-SENT-DATE         PIC X(08).
