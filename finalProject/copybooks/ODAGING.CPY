      *****************************************************
      *  ODAGING.CPY
      *  Overdrawn account aging record, kept by
      *  OverdraftAging. One record per account from the
      *  first business day it is found overdrawn until the
      *  balance is brought back to zero or better. An
      *  account whose overdrawn balance is charged off
      *  keeps its record, status 'W', so later credits can
      *  be applied against the amount written off as
      *  recoveries; status 'R' once it is fully recovered.
      *  ODA-NOTICE-LEVEL is the last collection notice
      *  mailed - 1 to 4 by aging bucket, 5 the charge-off
      *  notice.
      *****************************************************
       01 OVERDRAFT-AGING-RECORD.
           05 ODA-ACCT-NUMBER      PIC 9(10).
           05 ODA-STATUS           PIC X(1).
               88 ODA-AGING            VALUE 'O'.
               88 ODA-CHARGED-OFF      VALUE 'W'.
               88 ODA-RECOVERED        VALUE 'R'.
           05 ODA-SINCE-DATE       PIC X(10).
           05 ODA-NOTICE-LEVEL     PIC 9(1).
           05 ODA-HOLD-PLACED      PIC X(1).
           05 ODA-CHARGEOFF-DATE   PIC X(10).
           05 ODA-CHARGEOFF-AMOUNT PIC 9(6)V99.
           05 ODA-RECOVERED-AMOUNT PIC 9(6)V99.
           05 ODA-LAST-RECOVERY-DATE
                                   PIC X(10).
