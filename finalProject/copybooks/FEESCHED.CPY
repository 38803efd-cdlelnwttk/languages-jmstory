      *****************************************************
      *  FEESCHED.CPY
      *  Fee schedule record, one per product code, kept in
      *  BankingSystem fee schedule maintenance. Every
      *  program that charges a fee reads its amount from
      *  here by ACCT-PRODUCT-CODE. The monthly maintenance
      *  fee is charged by MaintFeeAssess when the account's
      *  lowest balance in the month fell below
      *  FEE-MIN-BALANCE. FEE-FREE-WD-LIMIT is the number of
      *  savings withdrawals allowed each month; past it a
      *  withdrawal is charged FEE-EXCESS-WD-FEE, or refused
      *  outright when that fee is zero. FEE-EARLY-WD-FEE is
      *  the certificate early-withdrawal penalty.
      *****************************************************
       01 FEE-SCHEDULE-RECORD.
           05 FEE-PRODUCT-CODE     PIC X(2).
           05 FEE-MAINT-FEE        PIC 9(4)V99.
           05 FEE-MIN-BALANCE      PIC 9(6)V99.
           05 FEE-OVERDRAFT-FEE    PIC 9(4)V99.
           05 FEE-EXCESS-WD-FEE    PIC 9(4)V99.
           05 FEE-FREE-WD-LIMIT    PIC 9(2).
           05 FEE-EARLY-WD-FEE     PIC 9(4)V99.
           05 FEE-LAST-CHANGED     PIC X(10).
           05 FEE-CHANGED-BY       PIC X(10).
