      *****************************************************
      *  HOLDREF.CPY
      *  Reference layout carried in TRAN-REFERENCE by a
      *  DEPOSIT that placed a deposit hold. The hold is
      *  identified by its HOLD-SEQ under the deposit's own
      *  account, so a same-day reversal of the deposit
      *  cancels exactly that hold. A deposit that placed
      *  no hold - cash, or an ACH credit - carries no hold
      *  reference and its reversal leaves the hold file
      *  alone.
      *****************************************************
       01 HOLD-REFERENCE.
           05 HOLD-REF-PREFIX      PIC X(2).
               88 HOLD-REF-VALID       VALUE 'HD'.
           05 HOLD-REF-SEQ         PIC 9(4).
           05 FILLER               PIC X(4).
