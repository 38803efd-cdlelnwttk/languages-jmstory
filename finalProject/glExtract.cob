       REMARKS. End-of-day general ledger extract. Summarizes the
           reporting day's transaction log into balanced double-entry
           journal records - cash and customer-liability movement for
           deposits and withdrawals, fee income split by fee type
           (overdraft 400100, certificate early-withdrawal penalty
           400200, monthly maintenance 400300, savings excess
           withdrawal 400400), interest expense for interest,
           overdraft loan loss for balances charged off by
           OverdraftAging and for their later recoveries - and
           writes them to the GL journal file. A same-day reversal
           is booked as the mirror of the entry it backs out,
           decoded from its reference (see REVREF.CPY); only a
           reversal whose reference cannot be decoded falls to
           adjustment suspense. The journal is built
           and proved in storage first; if total debits and credits
           disagree nothing is written.

       ENVIRONMENT DIVISION.
              CONFIGURATION SECTION.
       01 TRAN-FILE-STATUS         PIC X(2) VALUE '00'.
       01 GL-JRNL-STATUS           PIC X(2) VALUE '00'.
       01 BUSD-FILE-STATUS         PIC X(2) VALUE '00'.
       01 WS-BUSD-RECORD-SAVE      PIC X(17).
       01 TRAN-EOF-FLAG            PIC X VALUE 'N'.
       01 WS-REPORT-DATE           PIC X(10).
       01 WS-TOT-DEPOSITS          PIC 9(10)V99 VALUE 0.
       01 WS-TOT-WITHDRAWALS       PIC 9(10)V99 VALUE 0.
       01 WS-TOT-OD-FEES           PIC 9(10)V99 VALUE 0.
       01 WS-TOT-CD-PENALTIES      PIC 9(10)V99 VALUE 0.
       01 WS-TOT-MAINT-FEES        PIC 9(10)V99 VALUE 0.
       01 WS-TOT-EXCESS-WD-FEES    PIC 9(10)V99 VALUE 0.
       01 WS-TOT-INTEREST          PIC 9(10)V99 VALUE 0.
       01 WS-TOT-CHARGEOFFS        PIC 9(10)V99 VALUE 0.
       01 WS-TOT-RECOVERIES        PIC 9(10)V99 VALUE 0.
       01 WS-TOT-ADJ-CREDITS       PIC 9(10)V99 VALUE 0.
       01 WS-TOT-ADJ-DEBITS        PIC 9(10)V99 VALUE 0.
       01 WS-TOT-REV-DEPOSITS      PIC 9(10)V99 VALUE 0.
       01 WS-TOT-REV-WITHDRAWALS   PIC 9(10)V99 VALUE 0.
       01 WS-TOT-REV-OD-FEES       PIC 9(10)V99 VALUE 0.
       01 WS-TOT-REV-CD-PENALTIES  PIC 9(10)V99 VALUE 0.
       01 WS-TOT-REV-EXCESS-WD-FEES
                                   PIC 9(10)V99 VALUE 0.
       01 WS-TOT-REV-TRANSFERS     PIC 9(10)V99 VALUE 0.
       01 WS-TOT-REV-SUSP-CREDITS  PIC 9(10)V99 VALUE 0.
       01 WS-TOT-REV-SUSP-DEBITS   PIC 9(10)V99 VALUE 0.
       01 WS-REVERSALS-PICKED-UP   PIC 9(8) VALUE 0.
       01 WS-REVERSALS-TO-SUSPENSE PIC 9(8) VALUE 0.
       01 WS-TRANS-PICKED-UP       PIC 9(8) VALUE 0.
       01 WS-TOTAL-DEBITS          PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-CREDITS         PIC 9(12)V99 VALUE 0.
       01 WS-ENTRY-COUNT           PIC 9(2) VALUE 0.
       01 WS-ENTRY-MAX             PIC 9(2) VALUE 40.
       01 WS-PENDING-AMOUNT        PIC 9(10)V99 VALUE 0.
       01 WS-FEE-GL-ACCOUNT        PIC 9(6) VALUE 0.
       01 WS-FEE-GL-NAME           PIC X(20) VALUE SPACES.

       01 GL-ENTRY-TABLE.
           05 GL-ENTRY OCCURS 40 TIMES INDEXED BY GL-IDX.
               10 TBL-GL-ACCOUNT   PIC 9(6).
               10 TBL-GL-NAME      PIC X(20).
               10 TBL-GL-DR-CR     PIC X(2).
               10 TBL-GL-AMOUNT    PIC 9(10)V99.

           COPY REVREF.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM READ-BUSINESS-DATE
               WHEN "CD PENALTY"
                   ADD TRANSACTION-AMOUNT TO WS-TOT-CD-PENALTIES
                   ADD 1 TO WS-TRANS-PICKED-UP
               WHEN "MAINT FEE"
                   ADD TRANSACTION-AMOUNT TO WS-TOT-MAINT-FEES
                   ADD 1 TO WS-TRANS-PICKED-UP
               WHEN "XS WD FEE"
                   ADD TRANSACTION-AMOUNT TO WS-TOT-EXCESS-WD-FEES
                   ADD 1 TO WS-TRANS-PICKED-UP
               WHEN "INTEREST"
                   ADD TRANSACTION-AMOUNT TO WS-TOT-INTEREST
                   ADD 1 TO WS-TRANS-PICKED-UP
               WHEN "CHARGEOFF"
                   ADD TRANSACTION-AMOUNT TO WS-TOT-CHARGEOFFS
                   ADD 1 TO WS-TRANS-PICKED-UP
               WHEN "RECOVERY"
                   ADD TRANSACTION-AMOUNT TO WS-TOT-RECOVERIES
                   ADD 1 TO WS-TRANS-PICKED-UP
               WHEN "ADJUSTMENT"
                   IF TRANSACTION-SIGN = "-"
                       ADD TRANSACTION-AMOUNT TO WS-TOT-ADJ-DEBITS
                       ADD TRANSACTION-AMOUNT TO WS-TOT-ADJ-CREDITS
                   END-IF
                   ADD 1 TO WS-TRANS-PICKED-UP
               WHEN "REVERSAL"
                   PERFORM SUM-ONE-REVERSAL
                   ADD 1 TO WS-TRANS-PICKED-UP
                   ADD 1 TO WS-REVERSALS-PICKED-UP
           END-EVALUATE.

      *    Transfers are never booked - both legs sit in customer
      *    deposits - so a transfer reversal is only counted.
       SUM-ONE-REVERSAL.
           MOVE TRAN-REFERENCE TO REVERSAL-REFERENCE
           IF NOT REV-REF-VALID
               MOVE "????" TO REV-REF-ORIG-CODE
           END-IF
           EVALUATE TRUE
               WHEN REV-OF-DEPOSIT
                   ADD TRANSACTION-AMOUNT TO WS-TOT-REV-DEPOSITS
               WHEN REV-OF-WITHDRAWAL
               WHEN REV-OF-OVERDRAFT
                   ADD TRANSACTION-AMOUNT TO WS-TOT-REV-WITHDRAWALS
               WHEN REV-OF-OD-FEE
                   ADD TRANSACTION-AMOUNT TO WS-TOT-REV-OD-FEES
               WHEN REV-OF-CD-PENALTY
                   ADD TRANSACTION-AMOUNT TO WS-TOT-REV-CD-PENALTIES
               WHEN REV-OF-EXCESS-WD-FEE
                   ADD TRANSACTION-AMOUNT
                       TO WS-TOT-REV-EXCESS-WD-FEES
               WHEN REV-OF-TRANSFER
                   ADD TRANSACTION-AMOUNT TO WS-TOT-REV-TRANSFERS
               WHEN OTHER
                   ADD 1 TO WS-REVERSALS-TO-SUSPENSE
                   IF TRANSACTION-SIGN = "-"
                       ADD TRANSACTION-AMOUNT TO WS-TOT-REV-SUSP-DEBITS
                   ELSE
                       ADD TRANSACTION-AMOUNT
                           TO WS-TOT-REV-SUSP-CREDITS
                   END-IF
           END-EVALUATE.

       BUILD-JOURNAL-ENTRIES.
           END-IF
           IF WS-TOT-OD-FEES > 0
               MOVE WS-TOT-OD-FEES TO WS-PENDING-AMOUNT
               PERFORM SET-OD-FEE-ACCOUNT
               PERFORM ADD-LIABILITY-DEBIT-ENTRY
               PERFORM ADD-GL-ENTRY-FEE-INCOME
           END-IF
           IF WS-TOT-CD-PENALTIES > 0
               MOVE WS-TOT-CD-PENALTIES TO WS-PENDING-AMOUNT
               PERFORM SET-CD-PENALTY-ACCOUNT
               PERFORM ADD-LIABILITY-DEBIT-ENTRY
               PERFORM ADD-GL-ENTRY-FEE-INCOME
           END-IF
           IF WS-TOT-MAINT-FEES > 0
               MOVE WS-TOT-MAINT-FEES TO WS-PENDING-AMOUNT
               PERFORM SET-MAINT-FEE-ACCOUNT
               PERFORM ADD-LIABILITY-DEBIT-ENTRY
               PERFORM ADD-GL-ENTRY-FEE-INCOME
           END-IF
           IF WS-TOT-EXCESS-WD-FEES > 0
               MOVE WS-TOT-EXCESS-WD-FEES TO WS-PENDING-AMOUNT
               PERFORM SET-EXCESS-WD-FEE-ACCOUNT
               PERFORM ADD-LIABILITY-DEBIT-ENTRY
               PERFORM ADD-GL-ENTRY-FEE-INCOME
           END-IF
               PERFORM ADD-GL-ENTRY-INT-EXPENSE
               PERFORM ADD-LIABILITY-CREDIT-ENTRY
           END-IF
           IF WS-TOT-CHARGEOFFS > 0
               MOVE WS-TOT-CHARGEOFFS TO WS-PENDING-AMOUNT
               PERFORM ADD-GL-ENTRY-LOSS-DEBIT
               PERFORM ADD-LIABILITY-CREDIT-ENTRY
           END-IF
           IF WS-TOT-RECOVERIES > 0
               MOVE WS-TOT-RECOVERIES TO WS-PENDING-AMOUNT
               PERFORM ADD-LIABILITY-DEBIT-ENTRY
               PERFORM ADD-GL-ENTRY-LOSS-CREDIT
           END-IF
           IF WS-TOT-ADJ-CREDITS > 0
               MOVE WS-TOT-ADJ-CREDITS TO WS-PENDING-AMOUNT
               PERFORM ADD-GL-ENTRY-SUSP-DEBIT
               MOVE WS-TOT-ADJ-DEBITS TO WS-PENDING-AMOUNT
               PERFORM ADD-LIABILITY-DEBIT-ENTRY
               PERFORM ADD-GL-ENTRY-SUSP-CREDIT
           END-IF
           PERFORM BUILD-REVERSAL-ENTRIES.

       BUILD-REVERSAL-ENTRIES.
           IF WS-TOT-REV-DEPOSITS > 0
               MOVE WS-TOT-REV-DEPOSITS TO WS-PENDING-AMOUNT
               PERFORM ADD-LIABILITY-DEBIT-ENTRY
               PERFORM ADD-CASH-CREDIT-ENTRY
           END-IF
           IF WS-TOT-REV-WITHDRAWALS > 0
               MOVE WS-TOT-REV-WITHDRAWALS TO WS-PENDING-AMOUNT
               PERFORM ADD-CASH-DEBIT-ENTRY
               PERFORM ADD-LIABILITY-CREDIT-ENTRY
           END-IF
           IF WS-TOT-REV-OD-FEES > 0
               MOVE WS-TOT-REV-OD-FEES TO WS-PENDING-AMOUNT
               PERFORM SET-OD-FEE-ACCOUNT
               PERFORM ADD-GL-ENTRY-FEE-REVERSAL
               PERFORM ADD-LIABILITY-CREDIT-ENTRY
           END-IF
           IF WS-TOT-REV-CD-PENALTIES > 0
               MOVE WS-TOT-REV-CD-PENALTIES TO WS-PENDING-AMOUNT
               PERFORM SET-CD-PENALTY-ACCOUNT
               PERFORM ADD-GL-ENTRY-FEE-REVERSAL
               PERFORM ADD-LIABILITY-CREDIT-ENTRY
           END-IF
           IF WS-TOT-REV-EXCESS-WD-FEES > 0
               MOVE WS-TOT-REV-EXCESS-WD-FEES TO WS-PENDING-AMOUNT
               PERFORM SET-EXCESS-WD-FEE-ACCOUNT
               PERFORM ADD-GL-ENTRY-FEE-REVERSAL
               PERFORM ADD-LIABILITY-CREDIT-ENTRY
           END-IF
           IF WS-TOT-REV-SUSP-CREDITS > 0
               MOVE WS-TOT-REV-SUSP-CREDITS TO WS-PENDING-AMOUNT
               PERFORM ADD-GL-ENTRY-SUSP-DEBIT
               PERFORM ADD-LIABILITY-CREDIT-ENTRY
           END-IF
           IF WS-TOT-REV-SUSP-DEBITS > 0
               MOVE WS-TOT-REV-SUSP-DEBITS TO WS-PENDING-AMOUNT
               PERFORM ADD-LIABILITY-DEBIT-ENTRY
               PERFORM ADD-GL-ENTRY-SUSP-CREDIT
           END-IF.

       ADD-CASH-DEBIT-ENTRY.
           MOVE "CUSTOMER DEPOSITS" TO TBL-GL-NAME(GL-IDX)
           MOVE "CR" TO TBL-GL-DR-CR(GL-IDX).

      *    Each fee type has its own income account; the
      *    SET-xxx-ACCOUNT paragraph picks it before the fee
      *    income or fee reversal entry is added.
       SET-OD-FEE-ACCOUNT.
           MOVE 400100 TO WS-FEE-GL-ACCOUNT
           MOVE "OVERDRAFT FEE INCOME" TO WS-FEE-GL-NAME.

       SET-CD-PENALTY-ACCOUNT.
           MOVE 400200 TO WS-FEE-GL-ACCOUNT
           MOVE "CD PENALTY INCOME" TO WS-FEE-GL-NAME.

       SET-MAINT-FEE-ACCOUNT.
           MOVE 400300 TO WS-FEE-GL-ACCOUNT
           MOVE "MAINT FEE INCOME" TO WS-FEE-GL-NAME.

       SET-EXCESS-WD-FEE-ACCOUNT.
           MOVE 400400 TO WS-FEE-GL-ACCOUNT
           MOVE "EXCESS WD FEE INCOME" TO WS-FEE-GL-NAME.

       ADD-GL-ENTRY-FEE-INCOME.
           PERFORM GRAB-NEXT-GL-ENTRY
           MOVE WS-FEE-GL-ACCOUNT TO TBL-GL-ACCOUNT(GL-IDX)
           MOVE WS-FEE-GL-NAME TO TBL-GL-NAME(GL-IDX)
           MOVE "CR" TO TBL-GL-DR-CR(GL-IDX).

       ADD-GL-ENTRY-FEE-REVERSAL.
           PERFORM GRAB-NEXT-GL-ENTRY
           MOVE WS-FEE-GL-ACCOUNT TO TBL-GL-ACCOUNT(GL-IDX)
           MOVE WS-FEE-GL-NAME TO TBL-GL-NAME(GL-IDX)
           MOVE "DR" TO TBL-GL-DR-CR(GL-IDX).

       ADD-GL-ENTRY-INT-EXPENSE.
           PERFORM GRAB-NEXT-GL-ENTRY
           MOVE 500100 TO TBL-GL-ACCOUNT(GL-IDX)
           MOVE "INTEREST EXPENSE" TO TBL-GL-NAME(GL-IDX)
           MOVE "DR" TO TBL-GL-DR-CR(GL-IDX).

       ADD-GL-ENTRY-LOSS-DEBIT.
           PERFORM GRAB-NEXT-GL-ENTRY
           MOVE 510100 TO TBL-GL-ACCOUNT(GL-IDX)
           MOVE "OVERDRAFT LOAN LOSS" TO TBL-GL-NAME(GL-IDX)
           MOVE "DR" TO TBL-GL-DR-CR(GL-IDX).

       ADD-GL-ENTRY-LOSS-CREDIT.
           PERFORM GRAB-NEXT-GL-ENTRY
           MOVE 510100 TO TBL-GL-ACCOUNT(GL-IDX)
           MOVE "OVERDRAFT LOAN LOSS" TO TBL-GL-NAME(GL-IDX)
           MOVE "CR" TO TBL-GL-DR-CR(GL-IDX).

       ADD-GL-ENTRY-SUSP-DEBIT.
           PERFORM GRAB-NEXT-GL-ENTRY
           MOVE 280000 TO TBL-GL-ACCOUNT(GL-IDX)
           DISPLAY "===================================="
           DISPLAY "Reporting Date:      " WS-REPORT-DATE
           DISPLAY "Transactions Summarized: " WS-TRANS-PICKED-UP
           DISPLAY "Overdraft Fees:      " WS-TOT-OD-FEES
           DISPLAY "CD Penalties:        " WS-TOT-CD-PENALTIES
           DISPLAY "Maintenance Fees:    " WS-TOT-MAINT-FEES
           DISPLAY "Excess WD Fees:      " WS-TOT-EXCESS-WD-FEES
           DISPLAY "Charged Off to Loss: " WS-TOT-CHARGEOFFS
           DISPLAY "Loss Recoveries:     " WS-TOT-RECOVERIES
           DISPLAY "Reversals Booked:    " WS-REVERSALS-PICKED-UP
           DISPLAY "  Deposits Reversed:    " WS-TOT-REV-DEPOSITS
           DISPLAY "  Withdrawals Reversed: " WS-TOT-REV-WITHDRAWALS
           DISPLAY "  OD Fees Reversed:     " WS-TOT-REV-OD-FEES
           DISPLAY "  CD Penalties Reversed:" WS-TOT-REV-CD-PENALTIES
           DISPLAY "  XS WD Fees Reversed:  "
               WS-TOT-REV-EXCESS-WD-FEES
           DISPLAY "  Transfers Reversed:   " WS-TOT-REV-TRANSFERS
           IF WS-REVERSALS-TO-SUSPENSE > 0
               DISPLAY "  *** Reversals to suspense (reference "
                   "not decoded): " WS-REVERSALS-TO-SUSPENSE " ***"
           END-IF
           DISPLAY "Journal Entries:     " WS-ENTRY-COUNT
           DISPLAY "Total Debits:        " WS-TOTAL-DEBITS
           DISPLAY "Total Credits:       " WS-TOTAL-CREDITS
