000130* CROSSES MIDNIGHT STILL DATES EVERY DAY'S ROW THE SAME NIGHT);
000140* A STANDALONE MORNING STEP HONORS AN AOCASOF EXPORTED BY
000150* OPERATIONS THE SAME WAY.
000151*
000152* RND-EVENT-YEAR IS THE PUZZLE EVENT THE RUN BELONGS TO (YYYY).
000153* THE DISPATCHER EXPORTS IT IN THE AOCYEAR ENVIRONMENT INDICATOR
000154* FROM THE YEAR CARD ON RUNCTLDD; ANYTHING BUT FOUR DIGITS THERE
000155* (INCLUDING NO INDICATOR AT ALL) MEANS 2020, THE ORIGINAL EVENT,
000156* SO EVERY STREAM AND STEP BUILT BEFORE THE QUALIFIER RUNS AS
000157* 2020 WITHOUT CHANGE.  A ROW WRITTEN BEFORE THE QUALIFIER
000158* EXISTED CARRIES SPACES IN ITS YEAR COLUMN AND READS AS 2020
000159* THE SAME WAY.
000160*
000170* LIKE AOC-2020-ELAPSE, THE SUBPROGRAM COMES BACK WITH ITS OWN
000180* (ZERO) RETURN-CODE REGISTER -- CALL IT AT INITIALIZATION TIME,
000240*-----------------------------------------------------------------
000250 01  RUNDATE-PARM.
000260     05  RND-RUN-DATE                PIC X(08).
000261     05  RND-EVENT-YEAR              PIC X(04).
