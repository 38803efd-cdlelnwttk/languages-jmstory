      *    TGTN - transfer target not on the master file
      *    TGTS - transfer target status refuses deposits
      *    TYPE - unknown transaction type
      *    ORIG - reversal names no reversible item of that
      *           amount on the posting date
      *    RVSD - item named by a reversal already reversed
      *****************************************************
       01 BATCH-REJECT-RECORD.
           05 REJ-BATCH-NUMBER     PIC 9(6).
