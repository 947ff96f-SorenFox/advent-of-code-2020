000170*                      THE DATE IT BELONGS TO.  ANYTHING ELSE IN
000180*                      AOCASOF (BLANK, SHORT, NOT NUMERIC) IS
000190*                      IGNORED AND THE MACHINE DATE STANDS.
000191*   10/15/2026  DH    ALSO SETTLES THE RUN'S EVENT YEAR
000192*                      (RND-EVENT-YEAR) FROM THE AOCYEAR
000193*                      ENVIRONMENT INDICATOR THE DISPATCHER
000194*                      EXPORTS; ANYTHING BUT FOUR DIGITS THERE
000195*                      MEANS 2020.
000200*-----------------------------------------------------------------
000210*
000220 ENVIRONMENT DIVISION.
000240 DATA DIVISION.
000250 WORKING-STORAGE SECTION.
000260 01  WS-ASOF-VALUE                   PIC X(08) VALUE SPACES.
000261 01  WS-YEAR-VALUE                   PIC X(04) VALUE SPACES.
000270*
000280 LINKAGE SECTION.
000290     COPY CPRUNDT REPLACING ==RUNDATE-PARM==
000400     IF WS-ASOF-VALUE NUMERIC
000410         MOVE WS-ASOF-VALUE TO RND-RUN-DATE
000420     END-IF.
000421     MOVE "2020" TO RND-EVENT-YEAR.
000422     MOVE SPACES TO WS-YEAR-VALUE.
000423     DISPLAY "AOCYEAR" UPON ENVIRONMENT-NAME.
000424     ACCEPT WS-YEAR-VALUE FROM ENVIRONMENT-VALUE
000425         ON EXCEPTION MOVE SPACES TO WS-YEAR-VALUE
000426     END-ACCEPT.
000427     IF WS-YEAR-VALUE NUMERIC
000428         MOVE WS-YEAR-VALUE TO RND-EVENT-YEAR
000429     END-IF.
000430     GO TO 9999-EXIT.
000440*
000450 9999-EXIT.
