      *****************************************************
      *  CLOSEREC.CPY
      *  Account closure log record. BankingSystem appends
      *  one record each time an account is settled and
      *  closed, and CdMaturity one for each certificate it
      *  pays out and closes; ClosedAcctReport lists the day's
      *  closures from it. Amounts are the settlement as
      *  posted: balance before closing, final interest to
      *  date, early-closure fee, and the balance paid out.
      *****************************************************
       01 ACCOUNT-CLOSURE-RECORD.
           05 CLOSE-ACCT-NUMBER    PIC 9(10).
           05 CLOSE-CUST-NUMBER    PIC 9(6).
           05 CLOSE-PRODUCT-CODE   PIC X(2).
           05 CLOSE-DATE           PIC X(10).
           05 CLOSE-TELLER-ID      PIC X(10).
           05 CLOSE-SUPV-ID        PIC X(10).
           05 CLOSE-PRIOR-BALANCE  PIC S9(6)V99
                                    SIGN IS LEADING SEPARATE.
           05 CLOSE-INTEREST       PIC 9(6)V99.
           05 CLOSE-FEE            PIC 9(6)V99.
           05 CLOSE-PAYOUT         PIC 9(6)V99.
           05 CLOSE-METHOD         PIC X(1).
               88 CLOSE-PAID-CASH      VALUE 'C'.
               88 CLOSE-PAID-TRANSFER  VALUE 'T'.
               88 CLOSE-NO-PAYOUT      VALUE 'N'.
           05 CLOSE-TARGET-ACCT    PIC 9(10).
           05 CLOSE-ORDERS-CANCELLED
                                   PIC 9(4).
