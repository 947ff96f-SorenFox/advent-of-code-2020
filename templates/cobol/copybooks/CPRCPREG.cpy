000010*-----------------------------------------------------------------
000020* CPRCPREG.
000030* KEYED INPUT RECEIPT REGISTER RECORD.  AOC-2020-INTAKE WRITES
000040* ONE ROW PER RUN DATE AND DAY FOR EVERY INPUT ON THE NIGHT'S
000050* MANIFEST (SEE CPINTMAN) TO THE INDEXED RECEIPT REGISTER
000060* (RCPREGDD).  AN INTAKE RERUN THE SAME NIGHT -- AFTER A
000070* RETRANSMISSION -- REWRITES THE NIGHT'S ROW.
000080*
000085*   RECORD KEY  RCP-KEY  EVENT YEAR (YYYY, SEE CPRUNDT), RUN
000090*                        DATE AND DAY NUMBER -- EACH EVENT'S
000095*                        INPUTS ARE RECEIVED ON THEIR OWN ROWS.
000100*
000110*   RCP-ARRIVAL-STATUS = "RECEIVED"  THE DATASET WAS PRESENT.
000120*   RCP-ARRIVAL-STATUS = "MISSING "  IT COULD NOT BE OPENED.
000130*   RCP-TRAILER-COUNT / RCP-TRAILER-HASH
000140*                          THE FIGURES ON THE "T" TRAILER (SEE
000150*                          CPINPUT); ZEROS WHEN THERE WAS NONE.
000160*   RCP-BALANCED = "Y"     THE LINES COUNTED AND HASHED AGREE
000170*                          WITH THE TRAILER -- THE SAME TEST
000180*                          AOC-2020-BALANCE APPLIES AT RUN TIME.
000190*   RCP-DISPOSITION        "ACCEPTED", "REJECTED" OR "MISSING ",
000200*                          AS SENT BACK ON THE ACKNOWLEDGMENT
000210*                          FILE (SEE CPINTACK) WITH RCP-REASON-
000220*                          CODE.
000230*-----------------------------------------------------------------
000240 01  RECEIPT-RECORD.
000250     05  RCP-KEY.
000255         10  RCP-EVENT-YEAR          PIC X(04).
000260         10  RCP-RUN-DATE            PIC X(08).
000270         10  RCP-DAY-NUMBER          PIC 9(02).
000280     05  RCP-CHECK-TIME              PIC X(08).
000290     05  RCP-DATASET-NAME            PIC X(44).
000300     05  RCP-ARRIVAL-STATUS          PIC X(08).
000310     05  RCP-TRAILER-COUNT           PIC 9(09).
000320     05  RCP-TRAILER-HASH            PIC 9(13).
000330     05  RCP-COUNTED-LINES           PIC 9(09).
000340     05  RCP-COUNTED-HASH            PIC 9(13).
000350     05  RCP-BALANCED                PIC X(01).
000360     05  RCP-DISPOSITION             PIC X(08).
000370     05  RCP-REASON-CODE             PIC X(02).
000380     05  RCP-REASON                  PIC X(30).
