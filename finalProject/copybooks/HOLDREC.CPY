      *  number plus a sequence number so one account can
      *  carry several holds. A hold counts against the
      *  available balance until the daily release run marks
      *  it released. A hold whose deposit is reversed the
      *  same day is marked cancelled so it never releases.
      *****************************************************
       01 DEPOSIT-HOLD-RECORD.
           05 HOLD-KEY.
           05 HOLD-STATUS          PIC X(1).
               88 HOLD-HELD            VALUE 'H'.
               88 HOLD-RELEASED        VALUE 'R'.
               88 HOLD-CANCELLED       VALUE 'X'.
