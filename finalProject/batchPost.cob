           with expected-versus-actual control totals. Every rejected
           detail is written to the reject file with the batch number
           and a reason code so BatchRepair can rework and resubmit
           it. A REVERSAL detail backs out an item posted earlier the
           same business date - teller or batch - with every leg that
           came with it, the same way REVERSE-TRANSACTION does in
           BankingSystem. The overdraft fee, savings withdrawal
           limit and excess withdrawal fee come from the FEESCHED
           fee schedule for each account's product code. A batch
           whose header is marked as built by AchInbound from the
           clearing house file posts the same way, under batch ID
           ACHPOST rather than BATCHPOS so its items stay off the
           cash reports, but leaves the day's posting open, so the
           teller batch still posts after it; the checkpoint batch
           number keeps it from posting twice. A non-cash deposit
           carries the sequence of the hold it placed in its
           reference, so reversing it cancels that hold only.

       ENVIRONMENT DIVISION.
              CONFIGURATION SECTION.
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS ACCT-NUMBER
                          ALTERNATE RECORD KEY IS
                              ACCT-CUSTOMER-NUMBER WITH DUPLICATES
                          FILE STATUS IS ACCT-MASTER-STATUS.
                      SELECT POST-CHECKPOINT-FILE
                          ASSIGN TO 'POSTCKPT'
                          ASSIGN TO 'BATCHREJ'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS BATCH-REJ-STATUS.
                      SELECT FEE-SCHEDULE-FILE
                          ASSIGN TO 'FEESCHED'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS FEE-PRODUCT-CODE
                          FILE STATUS IS FEE-FILE-STATUS.
                      SELECT BUSINESS-DATE-FILE
                          ASSIGN TO 'BUSDCTL'
                          ORGANIZATION IS LINE SEQUENTIAL
       FD BATCH-REJECT-FILE.
           COPY REJREC.

       FD FEE-SCHEDULE-FILE.
           COPY FEESCHED.

       FD BUSINESS-DATE-FILE.
           COPY BUSDCTL.

       01 WS-ITEMS-REJECTED        PIC 9(6) VALUE 0.
       01 WS-BATCH-ID              PIC X(10) VALUE "BATCHPOS".
       01 WS-TRAN-REFERENCE        PIC X(10) VALUE SPACES.
       01 WS-DEP-HOLD-REFERENCE    PIC X(10) VALUE SPACES.
       01 WS-XFER-OK-FLAG          PIC X VALUE 'N'.
       01 WS-SRC-ACCT-STATUS       PIC X VALUE 'A'.
       01 WS-BATCH-VALID-FLAG      PIC X VALUE 'N'.
       01 WS-TRAILER-SEEN-FLAG     PIC X VALUE 'N'.
       01 WS-BATCH-DATE            PIC X(10) VALUE SPACES.
       01 WS-BATCH-NUMBER          PIC 9(6) VALUE 0.
       01 WS-BATCH-SOURCE          PIC X(1) VALUE SPACES.
       01 WS-EXP-ITEM-COUNT        PIC 9(6) VALUE 0.
       01 WS-EXP-HASH-TOTAL        PIC 9(12) VALUE 0.
       01 WS-EXP-DEPOSIT-TOTAL     PIC 9(8)V99 VALUE 0.
       01 WS-SRC-WD-MONTH          PIC X(7) VALUE SPACES.
       01 WS-SRC-WD-COUNT          PIC 9(2) VALUE 0.
       01 SAVINGS-WD-LIMIT         PIC 9(2) VALUE 6.
       01 EXCESS-WD-FEE            PIC 9(4)V99 VALUE 0.00.
       01 DEFAULT-OVERDRAFT-FEE    PIC 9(4)V99 VALUE 35.00.
       01 DEFAULT-SAVINGS-WD-LIMIT PIC 9(2) VALUE 6.
       01 FEE-FILE-STATUS          PIC X(2) VALUE '00'.
       01 WS-FEE-FILE-OK-FLAG      PIC X VALUE 'N'.
       01 WS-EXCESS-WD-FLAG        PIC X VALUE 'N'.
       01 WS-EXCESS-FEES-CHARGED   PIC 9(6) VALUE 0.
       01 WS-WD-ALLOWED-FLAG       PIC X VALUE 'N'.
       01 WS-POSTING-DATE          PIC X(10).
       01 HOLD-FILE-STATUS         PIC X(2) VALUE '00'.
       01 BATCH-REJ-STATUS         PIC X(2) VALUE '00'.
       01 WS-REJECT-REASON         PIC X(4) VALUE SPACES.
       01 BUSD-FILE-STATUS         PIC X(2) VALUE '00'.
       01 WS-BUSD-RECORD-SAVE      PIC X(17).
       01 WS-REV-ACCT-NUMBER       PIC 9(10).
       01 WS-REV-TGT-ACCT          PIC 9(10).
       01 WS-REV-DATE              PIC X(10).
       01 WS-REV-SCAN-MODE         PIC X(1).
       01 WS-REV-DAY-SEQ           PIC 9(4) VALUE 0.
       01 WS-REV-ORIG-SEQ          PIC 9(4) VALUE 0.
       01 WS-REV-FOUND-FLAG        PIC X VALUE 'N'.
       01 WS-REV-DONE-FLAG         PIC X VALUE 'N'.
       01 WS-REV-EOF-FLAG          PIC X VALUE 'N'.
       01 WS-REV-OK-FLAG           PIC X VALUE 'N'.
       01 WS-REV-FEE-MORE-FLAG     PIC X VALUE 'N'.
       01 WS-REV-ORIG-TYPE         PIC X(10).
       01 WS-REV-ORIG-AMOUNT       PIC 9(6)V99.
       01 WS-REV-ORIG-SIGN         PIC X(1).
       01 WS-REV-ORIG-REF          PIC X(10).
       01 WS-REV-MAIN-SEQ          PIC 9(4).
       01 WS-REV-MAIN-TYPE         PIC X(10).
       01 WS-REV-MAIN-AMOUNT       PIC 9(6)V99.
       01 WS-REV-MAIN-REF          PIC X(10).
       01 WS-REVERSALS-APPLIED     PIC 9(6) VALUE 0.
       01 WS-REVERSAL-LEGS         PIC 9(6) VALUE 0.
           COPY REVREF.
           COPY HOLDREF.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           END-IF
           PERFORM OPEN-DEPOSIT-HOLD-FILE
           PERFORM OPEN-BATCH-REJECT-FILE
           PERFORM OPEN-FEE-SCHEDULE-FILE
           MOVE 'N' TO BATCH-EOF-FLAG
           OPEN INPUT BATCH-INPUT-FILE
           PERFORM POST-BATCH-ITEM UNTIL BATCH-EOF-FLAG = 'Y'
           CLOSE BATCH-INPUT-FILE
           CLOSE BATCH-REJECT-FILE
           CLOSE DEPOSIT-HOLD-FILE
           IF WS-FEE-FILE-OK-FLAG = 'Y'
               CLOSE FEE-SCHEDULE-FILE
           END-IF
           CLOSE ACCOUNT-MASTER-FILE
           MOVE 'C' TO PCKPT-RUN-STATUS
           MOVE WS-ITEM-SEQ TO PCKPT-LAST-ITEM-SEQ
           PERFORM SAVE-POST-CHECKPOINT
           IF WS-BATCH-SOURCE NOT = 'A'
               MOVE WS-BUSD-RECORD-SAVE TO BUSINESS-DATE-RECORD
               MOVE 'Y' TO BUSD-POST-DONE
               PERFORM SAVE-BUSINESS-DATE
           END-IF
           PERFORM PRINT-CONTROL-REPORT
           PERFORM PRINT-POSTING-SUMMARY
           STOP RUN.
               STOP RUN
           END-IF.

       OPEN-FEE-SCHEDULE-FILE.
           OPEN INPUT FEE-SCHEDULE-FILE
           IF FEE-FILE-STATUS = '00'
               MOVE 'Y' TO WS-FEE-FILE-OK-FLAG
           ELSE
               DISPLAY "*** WARNING: fee schedule could not be "
                   "opened - status " FEE-FILE-STATUS
                   " - standing default fees used ***"
           END-IF.

      *    Products with no fee schedule record keep the standing
      *    defaults - no excess withdrawal fee, so savings
      *    withdrawals past the limit are rejected.
       LOAD-PRODUCT-FEES.
           MOVE DEFAULT-OVERDRAFT-FEE TO OVERDRAFT-FEE
           MOVE DEFAULT-SAVINGS-WD-LIMIT TO SAVINGS-WD-LIMIT
           MOVE 0 TO EXCESS-WD-FEE
           IF WS-FEE-FILE-OK-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SRC-PRODUCT-CODE TO FEE-PRODUCT-CODE
           READ FEE-SCHEDULE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FEE-OVERDRAFT-FEE TO OVERDRAFT-FEE
                   MOVE FEE-FREE-WD-LIMIT TO SAVINGS-WD-LIMIT
                   MOVE FEE-EXCESS-WD-FEE TO EXCESS-WD-FEE
           END-READ.

       WRITE-BATCH-REJECT.
           MOVE WS-BATCH-NUMBER TO REJ-BATCH-NUMBER
           MOVE WS-REJECT-REASON TO REJ-REASON-CODE
                       MOVE 'Y' TO WS-HEADER-SEEN-FLAG
                       MOVE BATCH-HDR-DATE TO WS-BATCH-DATE
                       MOVE BATCH-HDR-NUMBER TO WS-BATCH-NUMBER
                       MOVE BATCH-HDR-SOURCE TO WS-BATCH-SOURCE
                       IF BATCH-FROM-ACH
                           MOVE "ACHPOST" TO WS-BATCH-ID
                       END-IF
                   END-IF
               WHEN BATCH-TRAILER-REC
                   IF WS-TRAILER-SEEN-FLAG = 'Y'
           DISPLAY "===================================="
           DISPLAY "Batch Date:   " WS-BATCH-DATE
           DISPLAY "Batch Number: " WS-BATCH-NUMBER
           IF WS-BATCH-SOURCE = 'A'
               DISPLAY "Batch Source: ACH inbound file"
           END-IF
           DISPLAY "                      Expected        Actual"
           DISPLAY "Item Count:     " WS-EXP-ITEM-COUNT
               "        " WS-ACT-ITEM-COUNT
                   MOVE ACCT-MATURITY-DATE TO WS-SRC-MATURITY-DATE
                   MOVE ACCT-WD-MONTH TO WS-SRC-WD-MONTH
                   MOVE ACCT-WD-COUNT TO WS-SRC-WD-COUNT
                   PERFORM LOAD-PRODUCT-FEES
                   PERFORM APPLY-BATCH-ITEM
           END-READ.

                   ELSE
                       PERFORM APPLY-BATCH-TRANSFER
                   END-IF
               WHEN "REVERSAL"
                   IF WS-SRC-ACCT-STATUS = 'C'
                       PERFORM REJECT-FOR-STATUS
                   ELSE
                       PERFORM APPLY-BATCH-REVERSAL
                   END-IF
               WHEN OTHER
                   DISPLAY "Account " BATCH-ACCT-NUMBER
                       " unknown transaction type '"

       CHECK-PRODUCT-DEBIT.
           MOVE 'N' TO WS-WD-ALLOWED-FLAG
           MOVE 'N' TO WS-EXCESS-WD-FLAG
           PERFORM COMPUTE-AVAILABLE-BALANCE
           EVALUATE WS-SRC-PRODUCT-CODE
               WHEN 'SV'
           IF WS-SRC-WD-MONTH NOT = WS-POSTING-DATE(1:7)
               MOVE 0 TO WS-SRC-WD-COUNT
           END-IF
           IF WS-SRC-WD-COUNT < SAVINGS-WD-LIMIT
               MOVE 'Y' TO WS-WD-ALLOWED-FLAG
               EXIT PARAGRAPH
           END-IF
           IF EXCESS-WD-FEE = 0
               DISPLAY "Account " BATCH-ACCT-NUMBER
                   " monthly withdrawal limit reached - "
                   "item rejected"
               MOVE "WDLM" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF BATCH-TRAN-AMOUNT + EXCESS-WD-FEE > WS-AVAILABLE-BALANCE
               DISPLAY "Account " BATCH-ACCT-NUMBER
                   " over withdrawal limit and funds do not cover "
                   "the excess withdrawal fee - item rejected"
               MOVE "NSF " TO WS-REJECT-REASON
           ELSE
               MOVE 'Y' TO WS-WD-ALLOWED-FLAG
               MOVE 'Y' TO WS-EXCESS-WD-FLAG
           END-IF.

      *    The fee posts directly behind the debit that caused it
      *    so a reversal of the debit picks it up as a fee leg.
       CHARGE-EXCESS-WD-FEE.
           IF WS-EXCESS-WD-FLAG = 'Y'
               SUBTRACT EXCESS-WD-FEE FROM ACCOUNT-BALANCE
               PERFORM SAVE-ACCOUNT-BALANCE
               MOVE "XS WD FEE" TO TRANSACTION-TYPE
               MOVE EXCESS-WD-FEE TO TRANSACTION-AMOUNT
               PERFORM WRITE-TRANSACTION-RECORD
               ADD 1 TO WS-EXCESS-FEES-CHARGED
               MOVE 'N' TO WS-EXCESS-WD-FLAG
           END-IF.

       COUNT-SAVINGS-DEBIT.
           PERFORM MARK-BATCH-ACTIVITY
           ADD BATCH-TRAN-AMOUNT TO ACCOUNT-BALANCE
           PERFORM SAVE-ACCOUNT-BALANCE
           IF BATCH-CASH-FLAG = 'N'
               PERFORM WRITE-DEPOSIT-HOLD
           END-IF
           MOVE "DEPOSIT" TO TRANSACTION-TYPE
           MOVE BATCH-TRAN-AMOUNT TO TRANSACTION-AMOUNT
           PERFORM WRITE-TRANSACTION-RECORD
           MOVE SPACES TO WS-DEP-HOLD-REFERENCE
           ADD 1 TO WS-ITEMS-APPLIED.

       COMPUTE-AVAILABLE-BALANCE.
                   DISPLAY "*** ERROR: deposit hold for account "
                       BATCH-ACCT-NUMBER " could not be written - "
                       "status " HOLD-FILE-STATUS " ***"
               NOT INVALID KEY
                   MOVE SPACES TO HOLD-REFERENCE
                   MOVE "HD" TO HOLD-REF-PREFIX
                   MOVE HOLD-SEQ TO HOLD-REF-SEQ
                   MOVE HOLD-REFERENCE TO WS-DEP-HOLD-REFERENCE
           END-WRITE.

       APPLY-BATCH-WITHDRAWAL.
               MOVE BATCH-TRAN-AMOUNT TO TRANSACTION-AMOUNT
               PERFORM WRITE-TRANSACTION-RECORD
               ADD 1 TO WS-ITEMS-APPLIED
               PERFORM CHARGE-EXCESS-WD-FEE
               IF ACCOUNT-BALANCE < 0
                   SUBTRACT OVERDRAFT-FEE FROM ACCOUNT-BALANCE
                   PERFORM SAVE-ACCOUNT-BALANCE
                   MOVE "-" TO TRANSACTION-SIGN
                   PERFORM WRITE-TRANSFER-LEG-RECORD
                   ADD 1 TO WS-ITEMS-APPLIED
                   PERFORM CHARGE-EXCESS-WD-FEE
                   IF ACCOUNT-BALANCE < 0
                       SUBTRACT OVERDRAFT-FEE FROM ACCOUNT-BALANCE
                       PERFORM SAVE-ACCOUNT-BALANCE
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACTION-FILE.

      *    A REVERSAL detail names the item it backs out by its
      *    item number for the account on the posting date (see
      *    REVREF.CPY), carried in BATCH-TARGET-ACCT, and must
      *    carry the original amount.
       APPLY-BATCH-REVERSAL.
           MOVE 'N' TO WS-REV-OK-FLAG
           MOVE BATCH-ACCT-NUMBER TO WS-REV-ACCT-NUMBER
           MOVE WS-POSTING-DATE TO WS-REV-DATE
           IF BATCH-TARGET-ACCT = 0 OR BATCH-TARGET-ACCT > 9999
               MOVE 'N' TO WS-REV-FOUND-FLAG
           ELSE
               MOVE BATCH-TARGET-ACCT TO WS-REV-ORIG-SEQ
               MOVE 'S' TO WS-REV-SCAN-MODE
               PERFORM SCAN-FOR-REVERSAL-LEG
           END-IF
           IF WS-REV-FOUND-FLAG NOT = 'Y'
               DISPLAY "Account " BATCH-ACCT-NUMBER " item "
                   BATCH-TARGET-ACCT " not posted on " WS-POSTING-DATE
                   " - reversal rejected"
               MOVE "ORIG" TO WS-REJECT-REASON
           ELSE
               IF WS-REV-DONE-FLAG = 'Y'
                   DISPLAY "Account " BATCH-ACCT-NUMBER " item "
                       WS-REV-ORIG-SEQ " already reversed - "
                       "reversal rejected"
                   MOVE "RVSD" TO WS-REJECT-REASON
               ELSE
                   PERFORM CHECK-REVERSAL-ORIGINAL
               END-IF
           END-IF
           IF WS-REV-OK-FLAG NOT = 'Y'
               ADD 1 TO WS-ITEMS-REJECTED
               PERFORM WRITE-BATCH-REJECT
           ELSE
               PERFORM POST-BATCH-REVERSAL-SET
               ADD 1 TO WS-ITEMS-APPLIED
               ADD 1 TO WS-REVERSALS-APPLIED
           END-IF.

       CHECK-REVERSAL-ORIGINAL.
           MOVE "ORIG" TO WS-REJECT-REASON
           IF WS-REV-ORIG-AMOUNT NOT = BATCH-TRAN-AMOUNT
               DISPLAY "Account " BATCH-ACCT-NUMBER " item "
                   WS-REV-ORIG-SEQ " amount " WS-REV-ORIG-AMOUNT
                   " does not match - reversal rejected"
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-REV-ORIG-TYPE
               WHEN "DEPOSIT"
               WHEN "WITHDRAWAL"
               WHEN "OVERDRAFT"
               WHEN "OD FEE"
               WHEN "CD PENALTY"
               WHEN "XS WD FEE"
                   MOVE 'Y' TO WS-REV-OK-FLAG
               WHEN "TRANSFER"
                   IF WS-REV-ORIG-SIGN = "-"
                       MOVE 'Y' TO WS-REV-OK-FLAG
                   ELSE
                       DISPLAY "Account " BATCH-ACCT-NUMBER " item "
                           WS-REV-ORIG-SEQ " is a transfer credit - "
                           "reverse from the sending account"
                   END-IF
               WHEN OTHER
                   DISPLAY "Account " BATCH-ACCT-NUMBER " item "
                       WS-REV-ORIG-SEQ " " WS-REV-ORIG-TYPE
                       " cannot be reversed - reversal rejected"
           END-EVALUATE
           IF WS-REV-OK-FLAG = 'Y'
               MOVE SPACES TO WS-REJECT-REASON
           END-IF.

       POST-BATCH-REVERSAL-SET.
           MOVE WS-REV-ORIG-SEQ TO WS-REV-MAIN-SEQ
           MOVE WS-REV-ORIG-TYPE TO WS-REV-MAIN-TYPE
           MOVE WS-REV-ORIG-AMOUNT TO WS-REV-MAIN-AMOUNT
           MOVE WS-REV-ORIG-REF TO WS-REV-MAIN-REF
           PERFORM REVERSE-ONE-LEG
           EVALUATE WS-REV-MAIN-TYPE
               WHEN "DEPOSIT"
                   PERFORM CANCEL-REVERSED-HOLD
               WHEN "WITHDRAWAL"
               WHEN "OVERDRAFT"
                   PERFORM RESTORE-SAVINGS-WD-COUNT
                   PERFORM REVERSE-FEE-LEGS
               WHEN "TRANSFER"
                   PERFORM RESTORE-SAVINGS-WD-COUNT
                   PERFORM REVERSE-FEE-LEGS
                   PERFORM REVERSE-TRANSFER-CREDIT
           END-EVALUATE.

      *    Fee legs always post directly behind the debit that
      *    caused them, so they are the account's next items for
      *    the day for as long as those items are fees.
       REVERSE-FEE-LEGS.
           MOVE WS-REV-MAIN-SEQ TO WS-REV-ORIG-SEQ
           MOVE 'Y' TO WS-REV-FEE-MORE-FLAG
           PERFORM REVERSE-NEXT-FEE-LEG
               UNTIL WS-REV-FEE-MORE-FLAG = 'N'.

       REVERSE-NEXT-FEE-LEG.
           ADD 1 TO WS-REV-ORIG-SEQ
           MOVE 'S' TO WS-REV-SCAN-MODE
           PERFORM SCAN-FOR-REVERSAL-LEG
           IF WS-REV-FOUND-FLAG = 'Y'
                   AND (WS-REV-ORIG-TYPE = "OD FEE"
                       OR WS-REV-ORIG-TYPE = "CD PENALTY"
                       OR WS-REV-ORIG-TYPE = "XS WD FEE")
               IF WS-REV-DONE-FLAG NOT = 'Y'
                   PERFORM REVERSE-ONE-LEG
               END-IF
           ELSE
               MOVE 'N' TO WS-REV-FEE-MORE-FLAG
           END-IF.

       REVERSE-TRANSFER-CREDIT.
           IF WS-REV-MAIN-REF = SPACES
               DISPLAY "*** WARNING: account " BATCH-ACCT-NUMBER
                   " transfer carries no reference - receiving "
                   "side not reversed ***"
               EXIT PARAGRAPH
           END-IF
           MOVE 'T' TO WS-REV-SCAN-MODE
           PERFORM SCAN-FOR-REVERSAL-LEG
           IF WS-REV-FOUND-FLAG NOT = 'Y'
               DISPLAY "*** WARNING: receiving side of transfer "
                   WS-REV-MAIN-REF " not found - not reversed ***"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REV-TGT-ACCT TO WS-REV-ACCT-NUMBER
           MOVE 'C' TO WS-REV-SCAN-MODE
           PERFORM SCAN-FOR-REVERSAL-LEG
           IF WS-REV-FOUND-FLAG = 'Y' AND WS-REV-DONE-FLAG NOT = 'Y'
               PERFORM REVERSE-ONE-LEG
           END-IF
           MOVE BATCH-ACCT-NUMBER TO WS-REV-ACCT-NUMBER.

      *    Scan modes: S finds item WS-REV-ORIG-SEQ on account
      *    WS-REV-ACCT-NUMBER; T finds which account received
      *    the transfer WS-REV-MAIN-REF; C finds the receiving
      *    leg's item number on that account. Modes S and C also
      *    report whether a REVERSAL already names the item.
       SCAN-FOR-REVERSAL-LEG.
           MOVE 'N' TO WS-REV-FOUND-FLAG
           MOVE 'N' TO WS-REV-DONE-FLAG
           MOVE 'N' TO WS-REV-EOF-FLAG
           MOVE 0 TO WS-REV-DAY-SEQ
           OPEN INPUT TRANSACTION-FILE
           IF TRAN-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-REV-EOF-FLAG
           ELSE
               PERFORM SCAN-NEXT-REVERSAL-RECORD
                   UNTIL WS-REV-EOF-FLAG = 'Y'
               CLOSE TRANSACTION-FILE
           END-IF.

       SCAN-NEXT-REVERSAL-RECORD.
           READ TRANSACTION-FILE INTO TRANSACTION-RECORD
               AT END
                   MOVE 'Y' TO WS-REV-EOF-FLAG
               NOT AT END
                   IF TRANSACTION-DATE = WS-REV-DATE
                           AND TRANSACTION-TYPE NOT = "BAL FWD"
                       IF WS-REV-SCAN-MODE = 'T'
                           PERFORM MATCH-TRANSFER-CREDIT-LEG
                       ELSE
                           IF TRAN-ACCOUNT-NUMBER = WS-REV-ACCT-NUMBER
                               ADD 1 TO WS-REV-DAY-SEQ
                               PERFORM MATCH-REVERSAL-ITEM
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       MATCH-TRANSFER-CREDIT-LEG.
           IF WS-REV-FOUND-FLAG = 'N'
                   AND TRANSACTION-TYPE = "TRANSFER"
                   AND TRANSACTION-SIGN = "+"
                   AND TRAN-REFERENCE = WS-REV-MAIN-REF
                   AND TRANSACTION-AMOUNT = WS-REV-MAIN-AMOUNT
                   AND TRAN-ACCOUNT-NUMBER NOT = WS-REV-ACCT-NUMBER
               MOVE 'Y' TO WS-REV-FOUND-FLAG
               MOVE TRAN-ACCOUNT-NUMBER TO WS-REV-TGT-ACCT
           END-IF.

       MATCH-REVERSAL-ITEM.
           IF WS-REV-FOUND-FLAG = 'Y'
               IF TRANSACTION-TYPE = "REVERSAL"
                   MOVE TRAN-REFERENCE TO REVERSAL-REFERENCE
                   IF REV-REF-VALID
                           AND REV-REF-ORIG-SEQ = WS-REV-ORIG-SEQ
                       MOVE 'Y' TO WS-REV-DONE-FLAG
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-REV-SCAN-MODE = 'S'
               IF WS-REV-DAY-SEQ = WS-REV-ORIG-SEQ
                   PERFORM CAPTURE-REVERSAL-ORIGINAL
               END-IF
           ELSE
               IF TRANSACTION-TYPE = "TRANSFER"
                       AND TRANSACTION-SIGN = "+"
                       AND TRAN-REFERENCE = WS-REV-MAIN-REF
                       AND TRANSACTION-AMOUNT = WS-REV-MAIN-AMOUNT
                   MOVE WS-REV-DAY-SEQ TO WS-REV-ORIG-SEQ
                   PERFORM CAPTURE-REVERSAL-ORIGINAL
               END-IF
           END-IF.

       CAPTURE-REVERSAL-ORIGINAL.
           MOVE 'Y' TO WS-REV-FOUND-FLAG
           MOVE TRANSACTION-TYPE TO WS-REV-ORIG-TYPE
           MOVE TRANSACTION-AMOUNT TO WS-REV-ORIG-AMOUNT
           MOVE TRANSACTION-SIGN TO WS-REV-ORIG-SIGN
           MOVE TRAN-REFERENCE TO WS-REV-ORIG-REF.

       REVERSE-ONE-LEG.
           MOVE WS-REV-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** ERROR: account " WS-REV-ACCT-NUMBER
                       " could not be read - item " WS-REV-ORIG-SEQ
                       " not reversed ***"
               NOT INVALID KEY
                   PERFORM BUILD-REVERSAL-REFERENCE
                   IF WS-REV-ORIG-TYPE = "DEPOSIT"
                           OR (WS-REV-ORIG-TYPE = "TRANSFER"
                               AND WS-REV-ORIG-SIGN = "+")
                       SUBTRACT WS-REV-ORIG-AMOUNT FROM ACCT-BALANCE
                       MOVE "-" TO TRANSACTION-SIGN
                   ELSE
                       ADD WS-REV-ORIG-AMOUNT TO ACCT-BALANCE
                       MOVE "+" TO TRANSACTION-SIGN
                   END-IF
                   REWRITE ACCOUNT-MASTER-RECORD
                   MOVE "REVERSAL" TO TRANSACTION-TYPE
                   MOVE WS-REV-ORIG-AMOUNT TO TRANSACTION-AMOUNT
                   PERFORM WRITE-REVERSAL-RECORD
                   ADD 1 TO WS-REVERSAL-LEGS
           END-READ.

       BUILD-REVERSAL-REFERENCE.
           MOVE "RV" TO REV-REF-PREFIX
           MOVE WS-REV-ORIG-SEQ TO REV-REF-ORIG-SEQ
           EVALUATE WS-REV-ORIG-TYPE
               WHEN "DEPOSIT"
                   MOVE "DEP " TO REV-REF-ORIG-CODE
               WHEN "WITHDRAWAL"
                   MOVE "WD  " TO REV-REF-ORIG-CODE
               WHEN "OVERDRAFT"
                   MOVE "OVD " TO REV-REF-ORIG-CODE
               WHEN "OD FEE"
                   MOVE "ODF " TO REV-REF-ORIG-CODE
               WHEN "CD PENALTY"
                   MOVE "CDP " TO REV-REF-ORIG-CODE
               WHEN "XS WD FEE"
                   MOVE "XWF " TO REV-REF-ORIG-CODE
               WHEN "TRANSFER"
                   MOVE "XFR " TO REV-REF-ORIG-CODE
           END-EVALUATE.

      *    A deposit that placed a hold carries the hold's
      *    sequence in its reference; one with no hold reference
      *    was cash or ACH and has nothing to cancel.
       CANCEL-REVERSED-HOLD.
           MOVE WS-REV-MAIN-REF TO HOLD-REFERENCE
           IF NOT HOLD-REF-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE BATCH-ACCT-NUMBER TO HOLD-ACCT-NUMBER
           MOVE HOLD-REF-SEQ TO HOLD-SEQ
           READ DEPOSIT-HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HOLD-HELD
                       MOVE 'X' TO HOLD-STATUS
                       REWRITE DEPOSIT-HOLD-RECORD
                   END-IF
           END-READ.

       RESTORE-SAVINGS-WD-COUNT.
           MOVE BATCH-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCT-PRODUCT-CODE = 'SV'
                           AND ACCT-WD-MONTH = WS-POSTING-DATE(1:7)
                           AND ACCT-WD-COUNT > 0
                       SUBTRACT 1 FROM ACCT-WD-COUNT
                       REWRITE ACCOUNT-MASTER-RECORD
                   END-IF
           END-READ.

       WRITE-REVERSAL-RECORD.
           MOVE WS-POSTING-DATE TO TRANSACTION-DATE
           MOVE WS-REV-ACCT-NUMBER TO TRAN-ACCOUNT-NUMBER
           MOVE WS-BATCH-ID TO TRAN-TELLER-ID
           MOVE REVERSAL-REFERENCE TO TRAN-REFERENCE
           OPEN EXTEND TRANSACTION-FILE
           IF TRAN-FILE-STATUS = '35'
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN EXTEND TRANSACTION-FILE
           END-IF
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACTION-FILE.

       SAVE-ACCOUNT-BALANCE.
           MOVE BATCH-ACCT-NUMBER TO ACCT-NUMBER
           MOVE ACCOUNT-BALANCE TO ACCT-BALANCE
           MOVE WS-POSTING-DATE TO TRANSACTION-DATE
           MOVE BATCH-ACCT-NUMBER TO TRAN-ACCOUNT-NUMBER
           MOVE SPACE TO TRANSACTION-SIGN
           MOVE WS-DEP-HOLD-REFERENCE TO TRAN-REFERENCE
           MOVE WS-BATCH-ID TO TRAN-TELLER-ID
           OPEN EXTEND TRANSACTION-FILE
           IF TRAN-FILE-STATUS = '35'
           END-IF
           DISPLAY "Items Applied:  " WS-ITEMS-APPLIED
           DISPLAY "Items Rejected: " WS-ITEMS-REJECTED
           DISPLAY "Excess Withdrawal Fees Charged: "
               WS-EXCESS-FEES-CHARGED
           DISPLAY "Reversals Applied: " WS-REVERSALS-APPLIED
               "  (legs backed out: " WS-REVERSAL-LEGS ")"
           DISPLAY "  Rejected - Account on Hold: " WS-REJECT-ON-HOLD
           DISPLAY "  Rejected - Account Frozen:  " WS-REJECT-FROZEN
           DISPLAY "  Rejected - Account Closed:  " WS-REJECT-CLOSED
