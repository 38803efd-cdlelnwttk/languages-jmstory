           opening balance, period movement, and closing balance
           with proof that debits equal credits. Posted journal
           dates are logged so the same day cannot post twice.
           Overdraft loan loss (510100) is reported separately in
           the run summary - charge-offs booked against recoveries.

       ENVIRONMENT DIVISION.
              CONFIGURATION SECTION.
       01 WS-ACCOUNTS-CREATED      PIC 9(4) VALUE 0.
       01 WS-TB-OPEN-TOTAL         PIC S9(13)V99 VALUE 0.
       01 WS-TB-CLOSE-TOTAL        PIC S9(13)V99 VALUE 0.
       01 WS-LOAN-LOSS-ACCOUNT     PIC 9(6) VALUE 510100.
       01 WS-LOAN-LOSS-DEBITS      PIC 9(12)V99 VALUE 0.
       01 WS-LOAN-LOSS-CREDITS     PIC 9(12)V99 VALUE 0.

       01 GL-SUM-TABLE.
           05 GL-SUM-ENTRY OCCURS 20 TIMES INDEXED BY SUM-IDX.
                   ADD GL-AMOUNT TO TBL-GL-CREDITS(SUM-IDX)
                   ADD GL-AMOUNT TO WS-TOTAL-CREDITS
               END-IF
           END-IF
           IF GL-ACCOUNT-NUMBER = WS-LOAN-LOSS-ACCOUNT
               IF GL-DEBIT-CREDIT = "DR"
                   ADD GL-AMOUNT TO WS-LOAN-LOSS-DEBITS
               ELSE
                   ADD GL-AMOUNT TO WS-LOAN-LOSS-CREDITS
               END-IF
           END-IF.

       FIND-OR-ADD-SUM-ENTRY.
           DISPLAY "Accounts Created:  " WS-ACCOUNTS-CREATED
           DISPLAY "Total Debits:      " WS-TOTAL-DEBITS
           DISPLAY "Total Credits:     " WS-TOTAL-CREDITS
           DISPLAY "Loan Loss Charged: " WS-LOAN-LOSS-DEBITS
           DISPLAY "Loan Loss Recovered: " WS-LOAN-LOSS-CREDITS
           DISPLAY "====================================".
