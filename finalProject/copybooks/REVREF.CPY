      *****************************************************
      *  REVREF.CPY
      *  Reference layout carried in TRAN-REFERENCE by a
      *  REVERSAL transaction. A reversal always posts to
      *  the same account and business date as the entry it
      *  backs out, so the original is identified by its
      *  item number - its position among that account's
      *  entries for that date in the transaction log, not
      *  counting BAL FWD carry-forwards (the same order
      *  ArchivePurge numbers HIST-DATE-SEQ in) - plus a
      *  code for the original transaction type.
      *****************************************************
       01 REVERSAL-REFERENCE.
           05 REV-REF-PREFIX       PIC X(2).
               88 REV-REF-VALID        VALUE 'RV'.
           05 REV-REF-ORIG-SEQ     PIC 9(4).
           05 REV-REF-ORIG-CODE    PIC X(4).
               88 REV-OF-DEPOSIT       VALUE 'DEP '.
               88 REV-OF-WITHDRAWAL    VALUE 'WD  '.
               88 REV-OF-OVERDRAFT     VALUE 'OVD '.
               88 REV-OF-OD-FEE        VALUE 'ODF '.
               88 REV-OF-CD-PENALTY    VALUE 'CDP '.
               88 REV-OF-TRANSFER      VALUE 'XFR '.
               88 REV-OF-EXCESS-WD-FEE VALUE 'XWF '.
