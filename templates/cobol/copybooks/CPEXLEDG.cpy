000050* THAT THE SAME RECORD HAS BEEN PENDING SINCE LAST TUESDAY.
000060* AOC-2020-EXCPLDG READS THE PRIOR LEDGER (LEDGERDD), FOLDS IN
000070* TONIGHT'S EXCPTDD AND DISPOSDD ROWS AND WRITES THE NEW LEDGER
000080* (LEDGNEW), WHICH AOC-2020-GENSWAP PROMOTES FOR THE NEXT NIGHT
000081* ONCE IT TIES OUT.
000090*
000100* THE KEY IS LGR-PROGRAM-ID, LGR-RUN-DATE AND LGR-REC-NUMBER.
000110* LGR-RUN-DATE IS THE NIGHT THE EXCEPTION WAS FIRST RAISED (ITS
