      *****************************************************
      *  ACCTMAST.CPY
      *  Account master record layout, shared by every
      *  program that opens ACCOUNT-MASTER-FILE. Keyed by
      *  account number, with ACCT-CUSTOMER-NUMBER as an
      *  alternate key (duplicates allowed) so every account
      *  a customer holds can be found; each program's SELECT
      *  declares both keys.
      *****************************************************
       01 ACCOUNT-MASTER-RECORD.
           05 ACCT-NUMBER          PIC 9(10).
