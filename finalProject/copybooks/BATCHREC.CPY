      *  One header, detail records, one trailer; the
      *  trailer carries the control totals that
      *  VALIDATE-BATCH-CONTROLS proves before posting.
      *  A REVERSAL detail carries the item number of the
      *  entry it backs out in BATCH-TARGET-ACCT and the
      *  original amount in BATCH-TRAN-AMOUNT.
      *  BATCH-HDR-SOURCE is 'A' on a batch built by
      *  AchInbound from the clearing house file; BatchPost
      *  posts it ahead of, not instead of, the day's batch.
      *****************************************************
       01 BATCH-INPUT-RECORD.
           05 BATCH-RECORD-TYPE    PIC X(1).
           05 BATCH-HEADER-DATA REDEFINES BATCH-DETAIL-DATA.
               10 BATCH-HDR-DATE       PIC X(10).
               10 BATCH-HDR-NUMBER     PIC 9(6).
               10 BATCH-HDR-SOURCE     PIC X(1).
                   88 BATCH-FROM-ACH       VALUE 'A'.
               10 FILLER               PIC X(22).
           05 BATCH-TRAILER-DATA REDEFINES BATCH-DETAIL-DATA.
               10 BATCH-TRL-ITEM-COUNT PIC 9(6).
               10 BATCH-TRL-HASH-TOTAL PIC 9(12).
