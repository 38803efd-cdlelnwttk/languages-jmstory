      *****************************************************
      *  CDINSTR.CPY
      *  Certificate maturity instruction record, shared by
      *  BankingSystem (which captures the customer's choice)
      *  and CdMaturity (which carries it out). One record
      *  per certificate, keyed by account number: renew for
      *  a new term, or pay the balance to a checking
      *  account. CDI-NOTICE-DATE holds the maturity date
      *  the last pre-maturity notice was mailed for, so a
      *  notice goes out once per term.
      *****************************************************
       01 CD-INSTRUCTION-RECORD.
           05 CDI-ACCT-NUMBER      PIC 9(10).
           05 CDI-OPTION           PIC X(1).
               88 CDI-RENEW            VALUE 'R'.
               88 CDI-PAYOUT           VALUE 'P'.
           05 CDI-TERM-MONTHS      PIC 9(3).
           05 CDI-PAYOUT-ACCT      PIC 9(10).
           05 CDI-NOTICE-DATE      PIC X(10).
