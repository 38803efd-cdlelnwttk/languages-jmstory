       DATE-COMPILED. 12-09-2024.
       SECURITY. Teller sign-on authenticates against the teller
           master with password lockout; SET-ACCOUNT-BALANCE,
           REVERSE-TRANSACTION, ACCOUNT-STATUS-MAINTENANCE,
           CLOSE-ACCOUNT, TELLER-MAINTENANCE,
           FEE-SCHEDULE-MAINTENANCE and CUSTOMER-MAINTENANCE
           require a supervisor-role sign-on.
       REMARKS. This is a basic program. Every change it makes to
           a master file - account, customer, teller, standing
           order, CD instruction or fee schedule - is written to
           the AUDITLOG maintenance audit trail (see AUDITREC.CPY).

       ENVIRONMENT DIVISION.
              CONFIGURATION SECTION.
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS ACCT-NUMBER
                          ALTERNATE RECORD KEY IS
                              ACCT-CUSTOMER-NUMBER WITH DUPLICATES
                          FILE STATUS IS ACCT-MASTER-STATUS.
                      SELECT CUSTOMER-MASTER-FILE
                          ASSIGN TO 'CUSTMAST.DAT'
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS HOLD-KEY
                          FILE STATUS IS HOLD-FILE-STATUS.
                      SELECT CD-INSTRUCTION-FILE
                          ASSIGN TO 'CDINSTR.DAT'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS CDI-ACCT-NUMBER
                          FILE STATUS IS CDI-FILE-STATUS.
                      SELECT ACCOUNT-CLOSURE-FILE
                          ASSIGN TO 'CLOSELOG.TXT'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS CLOSE-FILE-STATUS.
                      SELECT CLOSING-STATEMENT-FILE
                          ASSIGN TO 'CLOSSTMT.TXT'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS CSTMT-FILE-STATUS.
                      SELECT FEE-SCHEDULE-FILE
                          ASSIGN TO 'FEESCHED.DAT'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS FEE-PRODUCT-CODE
                          FILE STATUS IS FEE-FILE-STATUS.
                      SELECT AUDIT-LOG-FILE
                          ASSIGN TO 'AUDITLOG.TXT'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS AUDIT-FILE-STATUS.
                      SELECT BUSINESS-DATE-FILE
                          ASSIGN TO 'BUSDCTL.DAT'
                          ORGANIZATION IS LINE SEQUENTIAL
       FD DEPOSIT-HOLD-FILE.
           COPY HOLDREC.

       FD CD-INSTRUCTION-FILE.
           COPY CDINSTR.

       FD ACCOUNT-CLOSURE-FILE.
           COPY CLOSEREC.

       FD CLOSING-STATEMENT-FILE.
       01 CLOSING-STATEMENT-RECORD PIC X(80).

       FD FEE-SCHEDULE-FILE.
           COPY FEESCHED.

       FD AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD BUSINESS-DATE-FILE.
           COPY BUSDCTL.

       01 CURRENT-WD-COUNT   PIC 9(2) VALUE 0.
       01 SAVINGS-WD-LIMIT   PIC 9(2) VALUE 6.
       01 CD-PENALTY-FEE     PIC 9(4)V99 VALUE 25.00.
       01 EXCESS-WD-FEE      PIC 9(4)V99 VALUE 0.00.
       01 DEFAULT-OVERDRAFT-FEE PIC 9(4)V99 VALUE 35.00.
       01 DEFAULT-CD-PENALTY-FEE PIC 9(4)V99 VALUE 25.00.
       01 DEFAULT-SAVINGS-WD-LIMIT PIC 9(2) VALUE 6.
       01 FEE-FILE-STATUS    PIC X(2) VALUE '00'.
       01 WS-FEE-FOUND-FLAG  PIC X VALUE 'N'.
       01 WS-FEE-EOF-FLAG    PIC X VALUE 'N'.
       01 WS-FEE-LISTED      PIC 9(2) VALUE 0.
       01 WS-FEE-LIMIT-ENTRY PIC 9(2).
       01 WS-EXCESS-WD-FLAG  PIC X VALUE 'N'.
       01 WS-FEE-OK-FLAG     PIC X VALUE 'N'.
       01 WS-PRODUCT-ENTRY   PIC X(2).
       01 WS-CHECK-AMOUNT    PIC 9(6)V99 VALUE 0.00.
       01 WS-WD-ALLOWED-FLAG PIC X VALUE 'N'.
       01 WS-SORD-FREQ-ENTRY PIC X(1).
       01 WS-SORD-DATE-ENTRY PIC X(10).
       01 WS-SORD-OK-FLAG    PIC X VALUE 'N'.
       01 WS-REV-ACCT-NUMBER PIC 9(10).
       01 WS-REV-TGT-ACCT    PIC 9(10).
       01 WS-REV-DATE        PIC X(10).
       01 WS-REV-SCAN-MODE   PIC X(1).
       01 WS-REV-DAY-SEQ     PIC 9(4) VALUE 0.
       01 WS-REV-ORIG-SEQ    PIC 9(4) VALUE 0.
       01 WS-REV-SEQ-ENTRY   PIC 9(4).
       01 WS-REV-LISTED      PIC 9(4) VALUE 0.
       01 WS-REV-FOUND-FLAG  PIC X VALUE 'N'.
       01 WS-REV-DONE-FLAG   PIC X VALUE 'N'.
       01 WS-REV-EOF-FLAG    PIC X VALUE 'N'.
       01 WS-REV-FEE-MORE-FLAG PIC X VALUE 'N'.
       01 WS-REV-ORIG-TYPE   PIC X(10).
       01 WS-REV-ORIG-AMOUNT PIC 9(6)V99.
       01 WS-REV-ORIG-SIGN   PIC X(1).
       01 WS-REV-ORIG-REF    PIC X(10).
       01 WS-REV-MAIN-SEQ    PIC 9(4).
       01 WS-REV-MAIN-TYPE   PIC X(10).
       01 WS-REV-MAIN-AMOUNT PIC 9(6)V99.
       01 WS-REV-MAIN-REF    PIC X(10).
       01 WS-REV-LEGS-POSTED PIC 9(2) VALUE 0.
       01 CDI-FILE-STATUS    PIC X(2) VALUE '00'.
       01 WS-CDI-FOUND-FLAG  PIC X VALUE 'N'.
       01 WS-CDI-OPTION-ENTRY PIC X(1).
       01 WS-CDI-TERM-ENTRY  PIC 9(3).
       01 WS-CDI-PAYOUT-ENTRY PIC 9(10).
       01 WS-CDI-OK-FLAG     PIC X VALUE 'N'.
       01 CLOSE-FILE-STATUS  PIC X(2) VALUE '00'.
       01 CSTMT-FILE-STATUS  PIC X(2) VALUE '00'.
       01 CHECKING-RATE      PIC 9V9(4) VALUE 0.0025.
       01 SAVINGS-RATE       PIC 9V9(4) VALUE 0.0040.
       01 CERTIFICATE-RATE   PIC 9V9(4) VALUE 0.0060.
       01 WS-CLOSE-RATE      PIC 9V9(4) VALUE 0.
       01 WS-CLOSE-DAYS      PIC 9(2) VALUE 0.
       01 WS-CLOSE-OK-FLAG   PIC X VALUE 'N'.
       01 WS-CLOSE-PRIOR-BALANCE PIC S9(6)V99 SIGN IS LEADING
                                 SEPARATE VALUE 0.
       01 WS-CLOSE-INTEREST  PIC 9(6)V99 VALUE 0.
       01 WS-CLOSE-FEE       PIC 9(6)V99 VALUE 0.
       01 WS-CLOSE-PAYOUT    PIC 9(6)V99 VALUE 0.
       01 WS-CLOSE-METHOD    PIC X(1).
       01 WS-CLOSE-TARGET    PIC 9(10) VALUE 0.
       01 WS-CLOSE-ORDERS    PIC 9(4) VALUE 0.
       01 WS-CLOSE-CUST-NUMBER PIC 9(6).
       01 AUDIT-FILE-STATUS  PIC X(2) VALUE '00'.
       01 WS-AUD-FILE        PIC X(8).
       01 WS-AUD-KEY         PIC X(16).
       01 WS-AUD-ACCT        PIC 9(10) VALUE 0.
       01 WS-AUD-SUPV        PIC X(10).
       01 WS-AUD-ACTION      PIC X(1).
       01 WS-AUD-FIELD       PIC X(16).
       01 WS-AUD-BEFORE      PIC X(30).
       01 WS-AUD-AFTER       PIC X(30).
       01 WS-AUD-SENSITIVE   PIC X(1) VALUE 'N'.
       01 WS-AUD-OLD-AMOUNT  PIC S9(8)V99 SIGN IS LEADING SEPARATE.
       01 WS-AUD-NEW-AMOUNT  PIC S9(8)V99 SIGN IS LEADING SEPARATE.
       01 WS-AUD-AMOUNT-EDIT PIC -(7)9.99.
       01 WS-AUD-OLD-CODE    PIC X(1).
       01 WS-AUD-CLOCK       PIC 9(8).
       01 WS-AUD-CLOCK-PARTS REDEFINES WS-AUD-CLOCK.
           05 WS-AUD-HH          PIC 9(2).
           05 WS-AUD-MM          PIC 9(2).
           05 WS-AUD-SS          PIC 9(2).
           05 WS-AUD-HS          PIC 9(2).
       01 WS-MASKED-PASSWORD PIC X(8) VALUE ALL "*".
       01 WS-OLD-FEE-VALUES.
           05 WS-OLD-MAINT-FEE   PIC 9(4)V99.
           05 WS-OLD-MIN-BALANCE PIC 9(6)V99.
           05 WS-OLD-OD-FEE      PIC 9(4)V99.
           05 WS-OLD-FREE-WD     PIC 9(2).
           05 WS-OLD-XS-WD-FEE   PIC 9(4)V99.
           05 WS-OLD-EARLY-FEE   PIC 9(4)V99.
       01 WS-CINQ-CHOICE     PIC 9(1).
       01 WS-CINQ-SEARCH     PIC X(30).
       01 WS-CINQ-SEARCH-LEN PIC 9(2) VALUE 0.
       01 WS-CINQ-MIN-LEN    PIC 9(2) VALUE 0.
       01 WS-CINQ-COMPARE    PIC X(30).
       01 WS-CINQ-HITS       PIC 9(2) VALUE 0.
       01 WS-CINQ-MATCHED    PIC 9(4) VALUE 0.
       01 WS-CINQ-EOF-FLAG   PIC X VALUE 'N'.
       01 WS-CINQ-CUST-ENTRY PIC 9(6) VALUE 0.
       01 WS-CINQ-ACCT-NUMBER PIC 9(10).
       01 WS-CINQ-ACCOUNTS   PIC 9(4) VALUE 0.
       01 WS-CINQ-HELD       PIC 9(8)V99 VALUE 0.
       01 WS-CINQ-AVAILABLE  PIC S9(8)V99 SIGN IS LEADING SEPARATE.
       01 WS-CINQ-TOTAL-LEDGER PIC S9(9)V99 SIGN IS LEADING
                                 SEPARATE VALUE 0.
       01 WS-CINQ-PRODUCT-NAME PIC X(11).
       01 WS-CINQ-STATUS-NAME PIC X(7).
       01 WS-CINQ-TAX-MASKED PIC X(11).
       01 WS-CINQ-ENTRY      PIC X(30).
       01 WS-CINQ-OLD-VALUE  PIC X(30).
       01 WS-CINQ-NEW-VALUE  PIC X(30).
       01 WS-LOWER-ALPHA     PIC X(26)
                                 VALUE "abcdefghijklmnopqrstuvwxyz".
       01 WS-UPPER-ALPHA     PIC X(26)
                                 VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-OLD-CUSTOMER-VALUES.
           05 WS-OLD-CUST-NAME   PIC X(30).
           05 WS-OLD-CUST-ADDR-1 PIC X(30).
           05 WS-OLD-CUST-ADDR-2 PIC X(30).
           05 WS-OLD-CUST-CITY   PIC X(20).
           05 WS-OLD-CUST-STATE  PIC X(2).
           05 WS-OLD-CUST-ZIP    PIC X(10).
           05 WS-OLD-CUST-PHONE  PIC X(12).
       01 WS-NEW-CUSTOMER-VALUES.
           05 WS-NEW-CUST-NAME   PIC X(30).
           05 WS-NEW-CUST-ADDR-1 PIC X(30).
           05 WS-NEW-CUST-ADDR-2 PIC X(30).
           05 WS-NEW-CUST-CITY   PIC X(20).
           05 WS-NEW-CUST-STATE  PIC X(2).
           05 WS-NEW-CUST-ZIP    PIC X(10).
           05 WS-NEW-CUST-PHONE  PIC X(12).
       01 CST-TITLE-LINE.
           05 FILLER             PIC X(30)
               VALUE "ACCOUNT CLOSING STATEMENT".
           05 FILLER             PIC X(40) VALUE SPACES.
           05 CST-DATE           PIC X(10).
       01 CST-TEXT-LINE.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 CST-TEXT           PIC X(76).
       01 CST-AMOUNT-LINE.
           05 CST-CAPTION        PIC X(40).
           05 CST-AMOUNT         PIC -(7)9.99.
           05 FILLER             PIC X(29) VALUE SPACES.
       01 CST-SEPARATOR-LINE     PIC X(80) VALUE ALL "=".
       01 CST-BLANK-LINE         PIC X(80) VALUE SPACES.
           COPY REVREF.
           COPY HOLDREF.

       LOCAL-STORAGE SECTION.
       LINKAGE SECTION.
           DISPLAY "9. Account Status Maintenance"
           DISPLAY "10. Standing Orders"
           DISPLAY "11. Teller Maintenance"
           DISPLAY "12. Reverse a Transaction"
           DISPLAY "13. CD Maturity Instructions"
           DISPLAY "14. Close Account"
           DISPLAY "15. Fee Schedule Maintenance"
           DISPLAY "16. Customer Inquiry"
           DISPLAY "17. Exit"
           ACCEPT USER-CHOICE

           EVALUATE USER-CHOICE
               WHEN 11
                   PERFORM TELLER-MAINTENANCE
               WHEN 12
                   PERFORM REVERSE-TRANSACTION
               WHEN 13
                   PERFORM CD-MATURITY-INSTRUCTIONS
               WHEN 14
                   PERFORM CLOSE-ACCOUNT
               WHEN 15
                   PERFORM FEE-SCHEDULE-MAINTENANCE
               WHEN 16
                   PERFORM CUSTOMER-INQUIRY
               WHEN 17
                   CLOSE ACCOUNT-MASTER-FILE
                   CLOSE CUSTOMER-MASTER-FILE
                   CLOSE DEPOSIT-HOLD-FILE
           MOVE 999999.99 TO TELL-TRAN-LIMIT
           MOVE 0 TO TELL-FAIL-COUNT
           WRITE TELLER-MASTER-RECORD
           DISPLAY "Supervisor " TELL-ID " added."
           MOVE SPACES TO WS-AUD-SUPV
           PERFORM AUDIT-NEW-TELLER.

       ATTEMPT-TELLER-SIGN-ON.
           ADD 1 TO WS-SIGN-ON-TRIES
           ACCEPT WS-CASH-ENTRY
           ADD DEPOSIT-AMOUNT TO ACCOUNT-BALANCE
           PERFORM SAVE-ACCOUNT-BALANCE
           MOVE SPACES TO WS-TRAN-REFERENCE
           IF WS-CASH-ENTRY NOT = 'Y' AND WS-CASH-ENTRY NOT = 'y'
               PERFORM WRITE-DEPOSIT-HOLD
           END-IF
           MOVE "DEPOSIT" TO TRANSACTION-TYPE
           MOVE DEPOSIT-AMOUNT TO TRANSACTION-AMOUNT
           MOVE SPACE TO TRANSACTION-SIGN
           PERFORM WRITE-TRANSACTION-RECORD
           MOVE SPACES TO WS-TRAN-REFERENCE
           PERFORM MARK-ACCOUNT-ACTIVITY
           DISPLAY "Deposit successful!"
           DISPLAY "Updated Balance: " ACCOUNT-BALANCE
       CHECK-PRODUCT-WITHDRAWAL.
           MOVE 'N' TO WS-WD-ALLOWED-FLAG
           MOVE 'N' TO WS-CD-EARLY-FLAG
           MOVE 'N' TO WS-EXCESS-WD-FLAG
           PERFORM LOAD-PRODUCT-FEES
           PERFORM COMPUTE-AVAILABLE-BALANCE
           EVALUATE CURRENT-PRODUCT-CODE
               WHEN 'SV'
                   DISPLAY "*** ERROR: deposit hold could not be "
                       "written - status " HOLD-FILE-STATUS " ***"
               NOT INVALID KEY
                   MOVE SPACES TO HOLD-REFERENCE
                   MOVE "HD" TO HOLD-REF-PREFIX
                   MOVE HOLD-SEQ TO HOLD-REF-SEQ
                   MOVE HOLD-REFERENCE TO WS-TRAN-REFERENCE
                   DISPLAY "Non-cash deposit - funds held until "
                       HOLD-RELEASE-DATE
           END-WRITE.
           IF CURRENT-WD-MONTH NOT = WS-TODAY-DATE-X(1:7)
               MOVE 0 TO CURRENT-WD-COUNT
           END-IF
           IF CURRENT-WD-COUNT < SAVINGS-WD-LIMIT
               MOVE 'Y' TO WS-WD-ALLOWED-FLAG
               EXIT PARAGRAPH
           END-IF
           IF EXCESS-WD-FEE = 0
               DISPLAY "Monthly withdrawal limit of "
                   SAVINGS-WD-LIMIT " reached on this savings "
                   "account. Transaction denied."
               EXIT PARAGRAPH
           END-IF
           IF WS-CHECK-AMOUNT + EXCESS-WD-FEE > WS-AVAILABLE-BALANCE
               DISPLAY "Monthly withdrawal limit of "
                   SAVINGS-WD-LIMIT " reached and available funds "
                   "do not cover the excess withdrawal fee of "
                   EXCESS-WD-FEE ". Transaction denied."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Monthly withdrawal limit of " SAVINGS-WD-LIMIT
               " reached on this savings account."
           DISPLAY "An excess withdrawal fee of " EXCESS-WD-FEE
               " applies. Proceed? (Y/N): "
           ACCEPT WS-CONFIRM-ENTRY
           IF WS-CONFIRM-ENTRY = 'Y' OR WS-CONFIRM-ENTRY = 'y'
               MOVE 'Y' TO WS-WD-ALLOWED-FLAG
               MOVE 'Y' TO WS-EXCESS-WD-FLAG
           ELSE
               DISPLAY "Transaction cancelled."
           END-IF.

       CHECK-CD-MATURITY.
                   CD-PENALTY-FEE
               DISPLAY "Updated Balance: " ACCOUNT-BALANCE
               MOVE 'N' TO WS-CD-EARLY-FLAG
           END-IF
           IF WS-EXCESS-WD-FLAG = 'Y'
               SUBTRACT EXCESS-WD-FEE FROM ACCOUNT-BALANCE
               PERFORM SAVE-ACCOUNT-BALANCE
               MOVE WS-TRAN-REFERENCE TO WS-HOLD-REFERENCE
               MOVE SPACES TO WS-TRAN-REFERENCE
               MOVE "XS WD FEE" TO TRANSACTION-TYPE
               MOVE EXCESS-WD-FEE TO TRANSACTION-AMOUNT
               MOVE SPACE TO TRANSACTION-SIGN
               PERFORM WRITE-TRANSACTION-RECORD
               MOVE WS-HOLD-REFERENCE TO WS-TRAN-REFERENCE
               DISPLAY "Excess withdrawal fee charged: "
                   EXCESS-WD-FEE
               DISPLAY "Updated Balance: " ACCOUNT-BALANCE
               MOVE 'N' TO WS-EXCESS-WD-FLAG
           END-IF.

      *    Amounts for products with no fee schedule record on
      *    file, or when there is no fee schedule at all, stay
      *    at the standing defaults - no excess withdrawal fee,
      *    so savings withdrawals past the limit are refused.
       LOAD-PRODUCT-FEES.
           MOVE DEFAULT-OVERDRAFT-FEE TO OVERDRAFT-FEE
           MOVE DEFAULT-CD-PENALTY-FEE TO CD-PENALTY-FEE
           MOVE DEFAULT-SAVINGS-WD-LIMIT TO SAVINGS-WD-LIMIT
           MOVE 0 TO EXCESS-WD-FEE
           OPEN INPUT FEE-SCHEDULE-FILE
           IF FEE-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE CURRENT-PRODUCT-CODE TO FEE-PRODUCT-CODE
           READ FEE-SCHEDULE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FEE-OVERDRAFT-FEE TO OVERDRAFT-FEE
                   MOVE FEE-EARLY-WD-FEE TO CD-PENALTY-FEE
                   MOVE FEE-FREE-WD-LIMIT TO SAVINGS-WD-LIMIT
                   MOVE FEE-EXCESS-WD-FEE TO EXCESS-WD-FEE
           END-READ
           CLOSE FEE-SCHEDULE-FILE.

      *    Posting dates come from the business date control
      *    record when one is on file, so teller work and the
      *    batch stream date their transactions the same way;
               PERFORM VALIDATE-AMOUNT
               MOVE WS-VALID-AMOUNT TO ACCOUNT-BALANCE
               PERFORM SAVE-ACCOUNT-BALANCE
               PERFORM SET-ACCOUNT-AUDIT-KEY
               MOVE WS-SUPV-ID-ENTRY TO WS-AUD-SUPV
               MOVE 'C' TO WS-AUD-ACTION
               MOVE "ACCT-BALANCE" TO WS-AUD-FIELD
               MOVE WS-OLD-BALANCE TO WS-AUD-OLD-AMOUNT
               MOVE ACCOUNT-BALANCE TO WS-AUD-NEW-AMOUNT
               PERFORM FORMAT-AUDIT-AMOUNTS
               MOVE 'Y' TO WS-AUD-SENSITIVE
               PERFORM WRITE-AUDIT-RECORD
               COMPUTE WS-ADJUST-DELTA =
                   ACCOUNT-BALANCE - WS-OLD-BALANCE
               MOVE "ADJUSTMENT" TO TRANSACTION-TYPE
           ACCEPT DUMMY
           PERFORM MAIN-PROCESS.

      *    A reversal backs out an entry posted to the current
      *    account on the current business date, together with
      *    every leg that came with it - the fee legs that follow
      *    a debit, the receiving side of a transfer, the deposit
      *    hold and the savings withdrawal count. Each leg gets
      *    its own REVERSAL entry whose reference names the item
      *    it reverses (see REVREF.CPY).
       REVERSE-TRANSACTION.
           PERFORM CHECK-EOD-BLOCK
           IF CURRENT-ACCT-STATUS = 'C'
               PERFORM DISPLAY-STATUS-REJECTION
               DISPLAY "Press Enter to return to the main menu..."
               ACCEPT DUMMY
               PERFORM MAIN-PROCESS
           END-IF
           PERFORM VERIFY-SUPERVISOR
           IF WS-SUPV-OK-FLAG NOT = 'Y'
               DISPLAY "Nothing reversed."
           ELSE
               PERFORM SELECT-REVERSAL-ITEM
           END-IF
           DISPLAY "Press Enter to return to the main menu..."
           ACCEPT DUMMY
           PERFORM MAIN-PROCESS.

       SELECT-REVERSAL-ITEM.
           PERFORM FORMAT-TODAY-DATE
           MOVE CURRENT-ACCT-NUMBER TO WS-REV-ACCT-NUMBER
           MOVE WS-TODAY-DATE-X TO WS-REV-DATE
           PERFORM LIST-REVERSIBLE-ITEMS
           IF WS-REV-LISTED = 0
               DISPLAY "Nothing posted to this account today - "
                   "nothing to reverse."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter item number to reverse: "
           ACCEPT WS-REV-SEQ-ENTRY
           MOVE WS-REV-SEQ-ENTRY TO WS-REV-ORIG-SEQ
           MOVE 'S' TO WS-REV-SCAN-MODE
           PERFORM SCAN-FOR-REVERSAL-LEG
           IF WS-REV-FOUND-FLAG NOT = 'Y'
               DISPLAY "Item " WS-REV-SEQ-ENTRY " was not posted "
                   "to this account today. Nothing reversed."
               EXIT PARAGRAPH
           END-IF
           IF WS-REV-DONE-FLAG = 'Y'
               DISPLAY "Item " WS-REV-SEQ-ENTRY " has already been "
                   "reversed. Nothing reversed."
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-REV-ORIG-TYPE
               WHEN "DEPOSIT"
               WHEN "WITHDRAWAL"
               WHEN "OVERDRAFT"
               WHEN "OD FEE"
               WHEN "CD PENALTY"
               WHEN "XS WD FEE"
                   CONTINUE
               WHEN "TRANSFER"
                   IF WS-REV-ORIG-SIGN NOT = "-"
                       DISPLAY "This is the receiving side of a "
                           "transfer - reverse it from the sending "
                           "account."
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "A " WS-REV-ORIG-TYPE " entry cannot be "
                       "reversed. Nothing reversed."
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "Reverse " WS-REV-ORIG-TYPE " of "
               WS-REV-ORIG-AMOUNT " and every leg posted with it? "
               "(Y/N): "
           ACCEPT WS-CONFIRM-ENTRY
           IF WS-CONFIRM-ENTRY NOT = 'Y' AND WS-CONFIRM-ENTRY NOT = 'y'
               DISPLAY "Nothing reversed."
               EXIT PARAGRAPH
           END-IF
           PERFORM POST-REVERSAL-SET.

       LIST-REVERSIBLE-ITEMS.
           MOVE 0 TO WS-REV-LISTED
           MOVE 'N' TO WS-REV-EOF-FLAG
           DISPLAY "Entries posted to account " WS-REV-ACCT-NUMBER
               " on " WS-REV-DATE ":"
           OPEN INPUT TRANSACTION-FILE
           IF TRAN-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-REV-EOF-FLAG
           ELSE
               PERFORM LIST-NEXT-REVERSIBLE-ITEM
                   UNTIL WS-REV-EOF-FLAG = 'Y'
               CLOSE TRANSACTION-FILE
           END-IF.

       LIST-NEXT-REVERSIBLE-ITEM.
           READ TRANSACTION-FILE
               AT END
                   MOVE 'Y' TO WS-REV-EOF-FLAG
               NOT AT END
                   IF TRAN-ACCOUNT-NUMBER = WS-REV-ACCT-NUMBER
                       AND TRANSACTION-DATE = WS-REV-DATE
                       AND TRANSACTION-TYPE NOT = "BAL FWD"
                       ADD 1 TO WS-REV-LISTED
                       DISPLAY "Item " WS-REV-LISTED "  "
                           TRANSACTION-TYPE "  " TRANSACTION-AMOUNT
                           " " TRANSACTION-SIGN "  " TRAN-REFERENCE
                   END-IF
           END-READ.

       POST-REVERSAL-SET.
           MOVE 0 TO WS-REV-LEGS-POSTED
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
           END-EVALUATE
           PERFORM RELOAD-CURRENT-ACCOUNT
           DISPLAY "Reversal complete - " WS-REV-LEGS-POSTED
               " entries reversed."
           DISPLAY "Updated Balance: " ACCOUNT-BALANCE.

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
               DISPLAY "*** WARNING: transfer carries no reference - "
                   "receiving side not reversed ***"
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
           MOVE CURRENT-ACCT-NUMBER TO WS-REV-ACCT-NUMBER.

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
           READ TRANSACTION-FILE
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
                   ADD 1 TO WS-REV-LEGS-POSTED
                   DISPLAY "Reversed item " WS-REV-ORIG-SEQ
                       " on account " WS-REV-ACCT-NUMBER ": "
                       WS-REV-ORIG-TYPE " " WS-REV-ORIG-AMOUNT
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
      *    was cash and has nothing to cancel.
       CANCEL-REVERSED-HOLD.
           MOVE WS-REV-MAIN-REF TO HOLD-REFERENCE
           IF NOT HOLD-REF-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE CURRENT-ACCT-NUMBER TO HOLD-ACCT-NUMBER
           MOVE HOLD-REF-SEQ TO HOLD-SEQ
           READ DEPOSIT-HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HOLD-HELD
                       MOVE 'X' TO HOLD-STATUS
                       REWRITE DEPOSIT-HOLD-RECORD
                       DISPLAY "Deposit hold " HOLD-SEQ " cancelled."
                   END-IF
           END-READ.

       RESTORE-SAVINGS-WD-COUNT.
           MOVE CURRENT-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCT-PRODUCT-CODE = 'SV'
                           AND ACCT-WD-MONTH = WS-REV-DATE(1:7)
                           AND ACCT-WD-COUNT > 0
                       SUBTRACT 1 FROM ACCT-WD-COUNT
                       REWRITE ACCOUNT-MASTER-RECORD
                       DISPLAY "Savings withdrawal count restored to "
                           ACCT-WD-COUNT "."
                   END-IF
           END-READ.

       WRITE-REVERSAL-RECORD.
           PERFORM FORMAT-TODAY-DATE
           MOVE WS-TODAY-DATE-X TO TRANSACTION-DATE
           MOVE WS-REV-ACCT-NUMBER TO TRAN-ACCOUNT-NUMBER
           MOVE WS-TELLER-ID TO TRAN-TELLER-ID
           MOVE REVERSAL-REFERENCE TO TRAN-REFERENCE
           OPEN EXTEND TRANSACTION-FILE
           IF TRAN-FILE-STATUS = '35'
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN EXTEND TRANSACTION-FILE
           END-IF
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACTION-FILE.

       DISPLAY-STATUS-REJECTION.
           EVALUATE CURRENT-ACCT-STATUS
               WHEN 'H'
               DISPLAY "Status not changed."
           ELSE
               PERFORM RELOAD-CURRENT-ACCOUNT
               IF CURRENT-ACCT-STATUS = 'C'
                   DISPLAY "Account is closed. Status not changed."
               ELSE
                   DISPLAY "Account " CURRENT-ACCT-NUMBER
                       " current status: " CURRENT-ACCT-STATUS
                   DISPLAY "A = Active   H = Hold (deposits only)"
                   DISPLAY "F = Frozen"
                   DISPLAY "(Accounts are closed through "
                       "Close Account.)"
                   DISPLAY "Enter new status: "
                   ACCEPT WS-NEW-ACCT-STATUS
                   EVALUATE WS-NEW-ACCT-STATUS
                       WHEN 'A'
                       WHEN 'H'
                       WHEN 'F'
                           MOVE ACCT-STATUS TO WS-AUD-OLD-CODE
                           MOVE WS-NEW-ACCT-STATUS TO ACCT-STATUS
                           REWRITE ACCOUNT-MASTER-RECORD
                           MOVE WS-NEW-ACCT-STATUS
                               TO CURRENT-ACCT-STATUS
                           PERFORM AUDIT-STATUS-CHANGE
                           DISPLAY "Account status updated to "
                               WS-NEW-ACCT-STATUS
                       WHEN 'C'
                           DISPLAY "Use Close Account to settle and "
                               "close an account. Status not changed."
                       WHEN OTHER
                           DISPLAY "Invalid status code. Status not "
                               "changed."
                   END-EVALUATE
               END-IF
           END-IF
           DISPLAY "Press Enter to return to the main menu..."
                       "written - status " SORD-FILE-STATUS " ***"
               NOT INVALID KEY
                   DISPLAY "Standing order " SORD-SEQ " added."
                   PERFORM AUDIT-NEW-STANDING-ORDER
           END-WRITE
           PERFORM RELOAD-CURRENT-ACCOUNT.

                       REWRITE STANDING-ORDER-RECORD
                       DISPLAY "Order " WS-SORD-SEQ-ENTRY
                           " cancelled."
                       MOVE SPACES TO WS-AUD-SUPV
                       PERFORM AUDIT-CANCELLED-ORDER
                   ELSE
                       DISPLAY "Order " WS-SORD-SEQ-ENTRY
                           " is not active - nothing cancelled."
                   END-IF
           END-READ.

       CD-MATURITY-INSTRUCTIONS.
           IF CURRENT-PRODUCT-CODE NOT = 'CD'
               DISPLAY "Account " CURRENT-ACCT-NUMBER
                   " is not a certificate."
               DISPLAY "Press Enter to return to the main menu..."
               ACCEPT DUMMY
               PERFORM MAIN-PROCESS
           END-IF
           IF CURRENT-ACCT-STATUS = 'C'
               PERFORM DISPLAY-STATUS-REJECTION
               DISPLAY "Press Enter to return to the main menu..."
               ACCEPT DUMMY
               PERFORM MAIN-PROCESS
           END-IF
           PERFORM OPEN-CD-INSTRUCTION-FILE
           MOVE CURRENT-ACCT-NUMBER TO CDI-ACCT-NUMBER
           READ CD-INSTRUCTION-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CDI-FOUND-FLAG
                   DISPLAY "No maturity instruction on file - the "
                       "certificate renews for "
                       "the standard term at maturity."
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CDI-FOUND-FLAG
                   IF CDI-PAYOUT
                       DISPLAY "At maturity " CURRENT-MATURITY-DATE
                           ": pay out to account " CDI-PAYOUT-ACCT
                   ELSE
                       DISPLAY "At maturity " CURRENT-MATURITY-DATE
                           ": renew for " CDI-TERM-MONTHS " months"
                   END-IF
           END-READ
           PERFORM CAPTURE-CD-INSTRUCTION
           CLOSE CD-INSTRUCTION-FILE
           DISPLAY "Press Enter to return to the main menu..."
           ACCEPT DUMMY
           PERFORM MAIN-PROCESS.

       OPEN-CD-INSTRUCTION-FILE.
           OPEN I-O CD-INSTRUCTION-FILE
           IF CDI-FILE-STATUS = '35'
               OPEN OUTPUT CD-INSTRUCTION-FILE
               CLOSE CD-INSTRUCTION-FILE
               OPEN I-O CD-INSTRUCTION-FILE
           END-IF.

      *    WS-CDI-FOUND-FLAG tells this paragraph whether the
      *    record already exists, so it can REWRITE instead of
      *    WRITE.
       CAPTURE-CD-INSTRUCTION.
           MOVE 'N' TO WS-CDI-OK-FLAG
           MOVE SPACES TO WS-AUD-BEFORE
           IF WS-CDI-FOUND-FLAG = 'Y'
               PERFORM FORMAT-CDI-AUDIT-VALUE
               MOVE WS-AUD-AFTER TO WS-AUD-BEFORE
           END-IF
           DISPLAY "At maturity (R = renew, P = pay out to a "
               "checking account): "
           ACCEPT WS-CDI-OPTION-ENTRY
           EVALUATE WS-CDI-OPTION-ENTRY
               WHEN 'R'
               WHEN 'r'
                   DISPLAY "Renewal term in months (1-120): "
                   ACCEPT WS-CDI-TERM-ENTRY
                   IF WS-CDI-TERM-ENTRY < 1 OR WS-CDI-TERM-ENTRY > 120
                       DISPLAY "Invalid term - instruction not "
                           "changed."
                   ELSE
                       MOVE 'R' TO CDI-OPTION
                       MOVE WS-CDI-TERM-ENTRY TO CDI-TERM-MONTHS
                       MOVE 0 TO CDI-PAYOUT-ACCT
                       MOVE 'Y' TO WS-CDI-OK-FLAG
                   END-IF
               WHEN 'P'
               WHEN 'p'
                   DISPLAY "Checking account to pay out to: "
                   ACCEPT WS-CDI-PAYOUT-ENTRY
                   PERFORM CHECK-CD-PAYOUT-ACCOUNT
               WHEN OTHER
                   DISPLAY "Invalid choice - instruction not changed."
           END-EVALUATE
           IF WS-CDI-OK-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE CURRENT-ACCT-NUMBER TO CDI-ACCT-NUMBER
           IF WS-CDI-FOUND-FLAG = 'Y'
               REWRITE CD-INSTRUCTION-RECORD
           ELSE
               MOVE SPACES TO CDI-NOTICE-DATE
               WRITE CD-INSTRUCTION-RECORD
                   INVALID KEY
                       DISPLAY "*** ERROR: maturity instruction could "
                           "not be written - status " CDI-FILE-STATUS
                           " ***"
               END-WRITE
           END-IF
           DISPLAY "Maturity instruction recorded."
           PERFORM AUDIT-CD-INSTRUCTION.

       CHECK-CD-PAYOUT-ACCOUNT.
           MOVE WS-CDI-PAYOUT-ENTRY TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "Account " WS-CDI-PAYOUT-ENTRY
                       " not on file - instruction not changed."
               NOT INVALID KEY
                   IF ACCT-PRODUCT-CODE NOT = 'CK'
                       DISPLAY "Payout account must be a checking "
                           "account - instruction not changed."
                   ELSE
                       IF ACCT-STATUS = 'F' OR ACCT-STATUS = 'C'
                           DISPLAY "Account " WS-CDI-PAYOUT-ENTRY
                               " does not accept deposits in its "
                               "current status - instruction not "
                               "changed."
                       ELSE
                           MOVE 'P' TO CDI-OPTION
                           MOVE 0 TO CDI-TERM-MONTHS
                           MOVE WS-CDI-PAYOUT-ENTRY TO CDI-PAYOUT-ACCT
                           MOVE 'Y' TO WS-CDI-OK-FLAG
                       END-IF
                   END-IF
           END-READ
           PERFORM RELOAD-CURRENT-ACCOUNT.

      *    Closing settles the account before the status changes:
      *    interest to date is credited, an early-closure penalty
      *    is taken from a certificate closed before maturity,
      *    the balance is paid out in cash or by transfer, and
      *    the account's standing orders are cancelled. The
      *    account goes to 'C' only once it stands at zero.
       CLOSE-ACCOUNT.
           PERFORM CHECK-EOD-BLOCK
           PERFORM SETTLE-ACCOUNT-CLOSURE
           DISPLAY "Press Enter to return to the main menu..."
           ACCEPT DUMMY
           PERFORM MAIN-PROCESS.

       SETTLE-ACCOUNT-CLOSURE.
           PERFORM VERIFY-SUPERVISOR
           IF WS-SUPV-OK-FLAG NOT = 'Y'
               DISPLAY "Account not closed."
               EXIT PARAGRAPH
           END-IF
           PERFORM RELOAD-CURRENT-ACCOUNT
           IF CURRENT-ACCT-STATUS = 'C'
               DISPLAY "Account " CURRENT-ACCT-NUMBER
                   " is already closed."
               EXIT PARAGRAPH
           END-IF
           IF CURRENT-ACCT-STATUS = 'H' OR CURRENT-ACCT-STATUS = 'F'
               PERFORM DISPLAY-STATUS-REJECTION
               DISPLAY "The hold or freeze must be lifted before "
                   "the account can be closed."
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-BALANCE < 0
               DISPLAY "Account is overdrawn - balance "
                   ACCOUNT-BALANCE ". The balance must be brought "
                   "to zero before the account can be closed."
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-AVAILABLE-BALANCE
           IF WS-HELD-AMOUNT > 0
               DISPLAY "Uncollected deposit holds of "
                   WS-HELD-AMOUNT " remain on this account. It "
                   "cannot be closed until they release."
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-CUSTOMER-NUMBER TO WS-CLOSE-CUST-NUMBER
           MOVE ACCOUNT-BALANCE TO WS-CLOSE-PRIOR-BALANCE
           PERFORM COMPUTE-CLOSING-INTEREST
           PERFORM COMPUTE-CLOSING-FEE
           COMPUTE WS-CLOSE-PAYOUT = ACCOUNT-BALANCE
               + WS-CLOSE-INTEREST - WS-CLOSE-FEE
           DISPLAY "===================================="
           DISPLAY "Closing settlement - account " CURRENT-ACCT-NUMBER
           DISPLAY "Ledger Balance:      " ACCOUNT-BALANCE
           DISPLAY "Interest to Date:    " WS-CLOSE-INTEREST
           DISPLAY "Early Closure Fee:   " WS-CLOSE-FEE
           DISPLAY "Balance to Pay Out:  " WS-CLOSE-PAYOUT
           DISPLAY "===================================="
           MOVE 'N' TO WS-CLOSE-METHOD
           MOVE 0 TO WS-CLOSE-TARGET
           IF WS-CLOSE-PAYOUT > 0
               DISPLAY "Pay out by C = cash or T = transfer: "
               ACCEPT WS-CLOSE-METHOD
               EVALUATE WS-CLOSE-METHOD
                   WHEN 'C'
                       CONTINUE
                   WHEN 'T'
                       DISPLAY "Enter account number to transfer "
                           "to: "
                       ACCEPT WS-CLOSE-TARGET
                       MOVE 'N' TO WS-CLOSE-OK-FLAG
                       PERFORM CHECK-CLOSURE-TARGET
                       IF WS-CLOSE-OK-FLAG NOT = 'Y'
                           DISPLAY "Account not closed."
                           EXIT PARAGRAPH
                       END-IF
                   WHEN OTHER
                       DISPLAY "Invalid payout method. Account not "
                           "closed."
                       EXIT PARAGRAPH
               END-EVALUATE
           END-IF
           DISPLAY "Close account " CURRENT-ACCT-NUMBER "? (Y/N): "
           ACCEPT WS-CONFIRM-ENTRY
           IF WS-CONFIRM-ENTRY NOT = 'Y' AND WS-CONFIRM-ENTRY NOT = 'y'
               DISPLAY "Account not closed."
               EXIT PARAGRAPH
           END-IF
           PERFORM POST-CLOSING-INTEREST
           PERFORM POST-CLOSING-FEE
           PERFORM POST-CLOSING-PAYOUT
           PERFORM CANCEL-CLOSING-ORDERS
           PERFORM RELOAD-CURRENT-ACCOUNT
           IF ACCT-BALANCE NOT = 0
               DISPLAY "*** ERROR: balance is " ACCT-BALANCE
                   " after settlement - account left open ***"
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-STATUS TO WS-AUD-OLD-CODE
           MOVE 'C' TO ACCT-STATUS
           REWRITE ACCOUNT-MASTER-RECORD
           MOVE 'C' TO CURRENT-ACCT-STATUS
           MOVE 'C' TO WS-NEW-ACCT-STATUS
           PERFORM AUDIT-STATUS-CHANGE
           PERFORM WRITE-CLOSURE-LOG
           PERFORM PRINT-CLOSING-STATEMENT
           DISPLAY "Account " CURRENT-ACCT-NUMBER " closed."
           DISPLAY "Closing statement printed.".

      *    Month-end accrual has credited interest through the
      *    end of last month, so the closing credit covers the
      *    days of this month at the monthly product rate on a
      *    30-day month.
       COMPUTE-CLOSING-INTEREST.
           MOVE 0 TO WS-CLOSE-INTEREST
           IF ACCOUNT-BALANCE NOT > 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE CURRENT-PRODUCT-CODE
               WHEN 'SV'
                   MOVE SAVINGS-RATE TO WS-CLOSE-RATE
               WHEN 'CD'
                   MOVE CERTIFICATE-RATE TO WS-CLOSE-RATE
               WHEN OTHER
                   MOVE CHECKING-RATE TO WS-CLOSE-RATE
           END-EVALUATE
           PERFORM FORMAT-TODAY-DATE
           MOVE WS-TODAY-DD TO WS-CLOSE-DAYS
           IF WS-CLOSE-DAYS > 30
               MOVE 30 TO WS-CLOSE-DAYS
           END-IF
           COMPUTE WS-CLOSE-INTEREST ROUNDED =
               ACCOUNT-BALANCE * WS-CLOSE-RATE * WS-CLOSE-DAYS / 30.

      *    The penalty never takes the account below zero - any
      *    part the balance cannot cover is waived.
       COMPUTE-CLOSING-FEE.
           MOVE 0 TO WS-CLOSE-FEE
           PERFORM LOAD-PRODUCT-FEES
           PERFORM FORMAT-TODAY-DATE
           IF CURRENT-PRODUCT-CODE = 'CD'
                   AND CURRENT-MATURITY-DATE NOT = SPACES
                   AND WS-TODAY-DATE-X < CURRENT-MATURITY-DATE
               MOVE CD-PENALTY-FEE TO WS-CLOSE-FEE
               IF WS-CLOSE-FEE > ACCOUNT-BALANCE + WS-CLOSE-INTEREST
                   COMPUTE WS-CLOSE-FEE =
                       ACCOUNT-BALANCE + WS-CLOSE-INTEREST
               END-IF
           END-IF.

       CHECK-CLOSURE-TARGET.
           IF WS-CLOSE-TARGET = CURRENT-ACCT-NUMBER
               DISPLAY "Cannot pay an account out to itself."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLOSE-TARGET TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "Account " WS-CLOSE-TARGET
                       " not on file."
               NOT INVALID KEY
                   IF ACCT-STATUS = 'F' OR ACCT-STATUS = 'C'
                       DISPLAY "Account " WS-CLOSE-TARGET
                           " does not accept deposits in its "
                           "current status."
                   ELSE
                       MOVE 'Y' TO WS-CLOSE-OK-FLAG
                   END-IF
           END-READ
           PERFORM RELOAD-CURRENT-ACCOUNT.

       POST-CLOSING-INTEREST.
           IF WS-CLOSE-INTEREST > 0
               MOVE SPACES TO WS-TRAN-REFERENCE
               ADD WS-CLOSE-INTEREST TO ACCOUNT-BALANCE
               PERFORM SAVE-ACCOUNT-BALANCE
               MOVE "INTEREST" TO TRANSACTION-TYPE
               MOVE WS-CLOSE-INTEREST TO TRANSACTION-AMOUNT
               MOVE SPACE TO TRANSACTION-SIGN
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "Interest credited: " WS-CLOSE-INTEREST
           END-IF.

       POST-CLOSING-FEE.
           IF WS-CLOSE-FEE > 0
               MOVE SPACES TO WS-TRAN-REFERENCE
               SUBTRACT WS-CLOSE-FEE FROM ACCOUNT-BALANCE
               PERFORM SAVE-ACCOUNT-BALANCE
               MOVE "CD PENALTY" TO TRANSACTION-TYPE
               MOVE WS-CLOSE-FEE TO TRANSACTION-AMOUNT
               MOVE SPACE TO TRANSACTION-SIGN
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "Early closure penalty charged: "
                   WS-CLOSE-FEE
           END-IF.

       POST-CLOSING-PAYOUT.
           MOVE ACCOUNT-BALANCE TO WS-CLOSE-PAYOUT
           IF WS-CLOSE-PAYOUT = 0
               MOVE 'N' TO WS-CLOSE-METHOD
               EXIT PARAGRAPH
           END-IF
           IF WS-CLOSE-METHOD = 'T'
               MOVE SPACES TO WS-TRAN-REFERENCE
               STRING "XF" FUNCTION CURRENT-DATE(9:8)
                   INTO WS-TRAN-REFERENCE
               SUBTRACT WS-CLOSE-PAYOUT FROM ACCOUNT-BALANCE
               PERFORM SAVE-ACCOUNT-BALANCE
               MOVE "TRANSFER" TO TRANSACTION-TYPE
               MOVE WS-CLOSE-PAYOUT TO TRANSACTION-AMOUNT
               MOVE "-" TO TRANSACTION-SIGN
               PERFORM WRITE-TRANSACTION-RECORD
               MOVE WS-CLOSE-TARGET TO WS-XFER-TARGET-ACCT
               MOVE WS-CLOSE-PAYOUT TO TRANSFER-AMOUNT
               PERFORM CREDIT-TRANSFER-TARGET
               PERFORM RELOAD-CURRENT-ACCOUNT
               DISPLAY "Balance of " WS-CLOSE-PAYOUT
                   " transferred to account " WS-CLOSE-TARGET
                   ". Reference: " WS-TRAN-REFERENCE
           ELSE
               MOVE SPACES TO WS-TRAN-REFERENCE
               SUBTRACT WS-CLOSE-PAYOUT FROM ACCOUNT-BALANCE
               PERFORM SAVE-ACCOUNT-BALANCE
               MOVE "WITHDRAWAL" TO TRANSACTION-TYPE
               MOVE WS-CLOSE-PAYOUT TO TRANSACTION-AMOUNT
               MOVE SPACE TO TRANSACTION-SIGN
               PERFORM WRITE-TRANSACTION-RECORD
               DISPLAY "Pay the customer " WS-CLOSE-PAYOUT
                   " in cash."
           END-IF
           MOVE SPACES TO WS-TRAN-REFERENCE.

       CANCEL-CLOSING-ORDERS.
           MOVE 0 TO WS-CLOSE-ORDERS
           PERFORM OPEN-STANDING-ORDER-FILE
           MOVE 'N' TO WS-SORD-EOF-FLAG
           MOVE CURRENT-ACCT-NUMBER TO SORD-ACCT-NUMBER
           MOVE 0 TO SORD-SEQ
           START STANDING-ORDER-FILE
               KEY IS NOT LESS THAN SORD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SORD-EOF-FLAG
           END-START
           PERFORM CANCEL-NEXT-CLOSING-ORDER
               UNTIL WS-SORD-EOF-FLAG = 'Y'
           CLOSE STANDING-ORDER-FILE
           IF WS-CLOSE-ORDERS > 0
               DISPLAY "Standing orders cancelled: " WS-CLOSE-ORDERS
           END-IF.

       CANCEL-NEXT-CLOSING-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SORD-EOF-FLAG
               NOT AT END
                   IF SORD-ACCT-NUMBER NOT = CURRENT-ACCT-NUMBER
                       MOVE 'Y' TO WS-SORD-EOF-FLAG
                   ELSE
                       IF SORD-ACTIVE
                           MOVE 'C' TO SORD-STATUS
                           REWRITE STANDING-ORDER-RECORD
                           ADD 1 TO WS-CLOSE-ORDERS
                           MOVE WS-SUPV-ID-ENTRY TO WS-AUD-SUPV
                           PERFORM AUDIT-CANCELLED-ORDER
                       END-IF
                   END-IF
           END-READ.

       WRITE-CLOSURE-LOG.
           PERFORM FORMAT-TODAY-DATE
           MOVE CURRENT-ACCT-NUMBER TO CLOSE-ACCT-NUMBER
           MOVE WS-CLOSE-CUST-NUMBER TO CLOSE-CUST-NUMBER
           MOVE CURRENT-PRODUCT-CODE TO CLOSE-PRODUCT-CODE
           MOVE WS-TODAY-DATE-X TO CLOSE-DATE
           MOVE WS-TELLER-ID TO CLOSE-TELLER-ID
           MOVE WS-SUPV-ID-ENTRY TO CLOSE-SUPV-ID
           MOVE WS-CLOSE-PRIOR-BALANCE TO CLOSE-PRIOR-BALANCE
           MOVE WS-CLOSE-INTEREST TO CLOSE-INTEREST
           MOVE WS-CLOSE-FEE TO CLOSE-FEE
           MOVE WS-CLOSE-PAYOUT TO CLOSE-PAYOUT
           MOVE WS-CLOSE-METHOD TO CLOSE-METHOD
           MOVE WS-CLOSE-TARGET TO CLOSE-TARGET-ACCT
           MOVE WS-CLOSE-ORDERS TO CLOSE-ORDERS-CANCELLED
           OPEN EXTEND ACCOUNT-CLOSURE-FILE
           IF CLOSE-FILE-STATUS = '35'
               OPEN OUTPUT ACCOUNT-CLOSURE-FILE
               CLOSE ACCOUNT-CLOSURE-FILE
               OPEN EXTEND ACCOUNT-CLOSURE-FILE
           END-IF
           WRITE ACCOUNT-CLOSURE-RECORD
           CLOSE ACCOUNT-CLOSURE-FILE.

       PRINT-CLOSING-STATEMENT.
           OPEN EXTEND CLOSING-STATEMENT-FILE
           IF CSTMT-FILE-STATUS = '35'
               OPEN OUTPUT CLOSING-STATEMENT-FILE
               CLOSE CLOSING-STATEMENT-FILE
               OPEN EXTEND CLOSING-STATEMENT-FILE
           END-IF
           MOVE WS-TODAY-DATE-X TO CST-DATE
           WRITE CLOSING-STATEMENT-RECORD FROM CST-TITLE-LINE
           WRITE CLOSING-STATEMENT-RECORD FROM CST-BLANK-LINE
           MOVE WS-CLOSE-CUST-NUMBER TO CUST-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "CUSTOMER RECORD NOT ON FILE" TO CST-TEXT
                   WRITE CLOSING-STATEMENT-RECORD FROM CST-TEXT-LINE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM PRINT-CLOSING-ADDRESS
           END-READ
           WRITE CLOSING-STATEMENT-RECORD FROM CST-BLANK-LINE
           MOVE SPACES TO CST-TEXT
           STRING "Account " CURRENT-ACCT-NUMBER "  Product "
               CURRENT-PRODUCT-CODE DELIMITED BY SIZE INTO CST-TEXT
           WRITE CLOSING-STATEMENT-RECORD FROM CST-TEXT-LINE
           MOVE "Balance before closing" TO CST-CAPTION
           MOVE WS-CLOSE-PRIOR-BALANCE TO CST-AMOUNT
           WRITE CLOSING-STATEMENT-RECORD FROM CST-AMOUNT-LINE
           MOVE "Interest to date" TO CST-CAPTION
           MOVE WS-CLOSE-INTEREST TO CST-AMOUNT
           WRITE CLOSING-STATEMENT-RECORD FROM CST-AMOUNT-LINE
           IF WS-CLOSE-FEE > 0
               MOVE "Early closure penalty" TO CST-CAPTION
               COMPUTE CST-AMOUNT = 0 - WS-CLOSE-FEE
               WRITE CLOSING-STATEMENT-RECORD FROM CST-AMOUNT-LINE
           END-IF
           MOVE SPACES TO CST-CAPTION
           EVALUATE WS-CLOSE-METHOD
               WHEN 'C'
                   MOVE "Paid out in cash" TO CST-CAPTION
               WHEN 'T'
                   STRING "Transferred to account " WS-CLOSE-TARGET
                       DELIMITED BY SIZE INTO CST-CAPTION
               WHEN OTHER
                   MOVE "Paid out" TO CST-CAPTION
           END-EVALUATE
           COMPUTE CST-AMOUNT = 0 - WS-CLOSE-PAYOUT
           WRITE CLOSING-STATEMENT-RECORD FROM CST-AMOUNT-LINE
           MOVE "Closing balance" TO CST-CAPTION
           MOVE ACCT-BALANCE TO CST-AMOUNT
           WRITE CLOSING-STATEMENT-RECORD FROM CST-AMOUNT-LINE
           IF WS-CLOSE-ORDERS > 0
               MOVE SPACES TO CST-TEXT
               STRING "Standing orders cancelled: " WS-CLOSE-ORDERS
                   DELIMITED BY SIZE INTO CST-TEXT
               WRITE CLOSING-STATEMENT-RECORD FROM CST-TEXT-LINE
           END-IF
           WRITE CLOSING-STATEMENT-RECORD FROM CST-BLANK-LINE
           MOVE "This account is now closed." TO CST-TEXT
           WRITE CLOSING-STATEMENT-RECORD FROM CST-TEXT-LINE
           WRITE CLOSING-STATEMENT-RECORD FROM CST-SEPARATOR-LINE
           CLOSE CLOSING-STATEMENT-FILE.

       PRINT-CLOSING-ADDRESS.
           MOVE CUST-NAME TO CST-TEXT
           WRITE CLOSING-STATEMENT-RECORD FROM CST-TEXT-LINE
           MOVE CUST-ADDRESS-LINE-1 TO CST-TEXT
           WRITE CLOSING-STATEMENT-RECORD FROM CST-TEXT-LINE
           IF CUST-ADDRESS-LINE-2 NOT = SPACES
               MOVE CUST-ADDRESS-LINE-2 TO CST-TEXT
               WRITE CLOSING-STATEMENT-RECORD FROM CST-TEXT-LINE
           END-IF
           MOVE SPACES TO CST-TEXT
           STRING CUST-CITY " " CUST-STATE "  " CUST-ZIP
               DELIMITED BY SIZE INTO CST-TEXT
           WRITE CLOSING-STATEMENT-RECORD FROM CST-TEXT-LINE.

       TELLER-MAINTENANCE.
           PERFORM VERIFY-SUPERVISOR
           IF WS-SUPV-OK-FLAG NOT = 'Y'
               DISPLAY "Teller maintenance refused."
           ELSE
               DISPLAY "Teller Maintenance"
               DISPLAY "1. Add Teller"
               DISPLAY "2. Reset Password"
               DISPLAY "3. Change Role"
               DISPLAY "4. Change Status"
               DISPLAY "5. Change Transaction Limit"
               DISPLAY "6. Return to Main Menu"
               ACCEPT WS-MAINT-CHOICE
               EVALUATE WS-MAINT-CHOICE
                   WHEN 1
                       PERFORM ADD-TELLER
                   WHEN 2
                       PERFORM RESET-TELLER-PASSWORD
                   WHEN 3
                       PERFORM CHANGE-TELLER-ROLE
                   WHEN 4
                       PERFORM CHANGE-TELLER-STATUS
                   WHEN 5
                       PERFORM CHANGE-TELLER-LIMIT
                   WHEN 6
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid option."
               END-EVALUATE
           END-IF
           DISPLAY "Press Enter to return to the main menu..."
           ACCEPT DUMMY
           PERFORM MAIN-PROCESS.

       ADD-TELLER.
           DISPLAY "New teller ID: "
           ACCEPT WS-MAINT-ID-ENTRY
           MOVE WS-MAINT-ID-ENTRY TO TELL-ID
           READ TELLER-MASTER-FILE
               INVALID KEY
                   MOVE WS-MAINT-ID-ENTRY TO TELL-ID
                   DISPLAY "Password (up to 8 characters): "
                   ACCEPT TELL-PASSWORD
                   DISPLAY "Role (T = teller, H = head teller, "
                       "S = supervisor): "
                   ACCEPT WS-ROLE-ENTRY
                   IF WS-ROLE-ENTRY NOT = 'T'
                           AND WS-ROLE-ENTRY NOT = 'H'
                           AND WS-ROLE-ENTRY NOT = 'S'
                       DISPLAY "Invalid role - teller not added."
                   ELSE
                       MOVE WS-ROLE-ENTRY TO TELL-ROLE
                       MOVE 'A' TO TELL-STATUS
                       MOVE "Single transaction limit: "
                           TO WS-AMOUNT-PROMPT
                       MOVE 'N' TO WS-ALLOW-ZERO-FLAG
                       PERFORM VALIDATE-AMOUNT
                       MOVE WS-VALID-AMOUNT TO TELL-TRAN-LIMIT
                       MOVE 0 TO TELL-FAIL-COUNT
                       WRITE TELLER-MASTER-RECORD
                       DISPLAY "Teller " TELL-ID " added."
                       MOVE WS-SUPV-ID-ENTRY TO WS-AUD-SUPV
                       PERFORM AUDIT-NEW-TELLER
                   END-IF
               NOT INVALID KEY
                   DISPLAY "Teller " WS-MAINT-ID-ENTRY
                       " already exists - nothing added."
           END-READ.

       RESET-TELLER-PASSWORD.
           DISPLAY "Teller ID: "
           ACCEPT WS-MAINT-ID-ENTRY
           MOVE WS-MAINT-ID-ENTRY TO TELL-ID
           READ TELLER-MASTER-FILE
               INVALID KEY
                   DISPLAY "Teller " WS-MAINT-ID-ENTRY
                       " not on file."
               NOT INVALID KEY
                   DISPLAY "New password (up to 8 characters): "
                   ACCEPT TELL-PASSWORD
                   MOVE 0 TO TELL-FAIL-COUNT
                   MOVE TELL-STATUS TO WS-AUD-OLD-CODE
                   IF TELL-LOCKED
                       MOVE 'A' TO TELL-STATUS
                       DISPLAY "Locked teller ID reactivated."
                   END-IF
                   REWRITE TELLER-MASTER-RECORD
                   DISPLAY "Password reset for " TELL-ID "."
                   PERFORM SET-TELLER-AUDIT-KEY
                   MOVE "TELL-PASSWORD" TO WS-AUD-FIELD
                   MOVE WS-MASKED-PASSWORD TO WS-AUD-BEFORE
                   MOVE WS-MASKED-PASSWORD TO WS-AUD-AFTER
                   MOVE 'Y' TO WS-AUD-SENSITIVE
                   PERFORM WRITE-AUDIT-RECORD
                   IF TELL-STATUS NOT = WS-AUD-OLD-CODE
                       PERFORM AUDIT-TELLER-STATUS
                   END-IF
           END-READ.

       CHANGE-TELLER-ROLE.
                   ACCEPT WS-ROLE-ENTRY
                   IF WS-ROLE-ENTRY = 'T' OR WS-ROLE-ENTRY = 'H'
                           OR WS-ROLE-ENTRY = 'S'
                       MOVE TELL-ROLE TO WS-AUD-OLD-CODE
                       MOVE WS-ROLE-ENTRY TO TELL-ROLE
                       REWRITE TELLER-MASTER-RECORD
                       DISPLAY "Role updated for " TELL-ID "."
                       PERFORM AUDIT-TELLER-ROLE
                   ELSE
                       DISPLAY "Invalid role - nothing changed."
                   END-IF
                   ACCEPT WS-STATUS-ENTRY
                   IF WS-STATUS-ENTRY = 'A'
                           OR WS-STATUS-ENTRY = 'D'
                       MOVE TELL-STATUS TO WS-AUD-OLD-CODE
                       MOVE WS-STATUS-ENTRY TO TELL-STATUS
                       IF WS-STATUS-ENTRY = 'A'
                           MOVE 0 TO TELL-FAIL-COUNT
                       END-IF
                       REWRITE TELLER-MASTER-RECORD
                       DISPLAY "Status updated for " TELL-ID "."
                       IF TELL-STATUS NOT = WS-AUD-OLD-CODE
                           PERFORM SET-TELLER-AUDIT-KEY
                           PERFORM AUDIT-TELLER-STATUS
                       END-IF
                   ELSE
                       DISPLAY "Invalid status - nothing changed."
                   END-IF
                       " not on file."
               NOT INVALID KEY
                   DISPLAY "Current limit: " TELL-TRAN-LIMIT
                   MOVE TELL-TRAN-LIMIT TO WS-AUD-OLD-AMOUNT
                   MOVE "New single transaction limit: "
                       TO WS-AMOUNT-PROMPT
                   MOVE 'N' TO WS-ALLOW-ZERO-FLAG
                   MOVE WS-VALID-AMOUNT TO TELL-TRAN-LIMIT
                   REWRITE TELLER-MASTER-RECORD
                   DISPLAY "Limit updated for " TELL-ID "."
                   MOVE TELL-TRAN-LIMIT TO WS-AUD-NEW-AMOUNT
                   IF WS-AUD-NEW-AMOUNT NOT = WS-AUD-OLD-AMOUNT
                       PERFORM SET-TELLER-AUDIT-KEY
                       MOVE "TELL-TRAN-LIMIT" TO WS-AUD-FIELD
                       PERFORM FORMAT-AUDIT-AMOUNTS
                       IF WS-AUD-NEW-AMOUNT > WS-AUD-OLD-AMOUNT
                           MOVE 'Y' TO WS-AUD-SENSITIVE
                       END-IF
                       PERFORM WRITE-AUDIT-RECORD
                   END-IF
           END-READ.

       FEE-SCHEDULE-MAINTENANCE.
           PERFORM VERIFY-SUPERVISOR
           IF WS-SUPV-OK-FLAG NOT = 'Y'
               DISPLAY "Fee schedule maintenance refused."
           ELSE
               PERFORM OPEN-FEE-SCHEDULE-FILE
               PERFORM LIST-FEE-SCHEDULE
               PERFORM CAPTURE-FEE-SCHEDULE
               CLOSE FEE-SCHEDULE-FILE
           END-IF
           DISPLAY "Press Enter to return to the main menu..."
           ACCEPT DUMMY
           PERFORM MAIN-PROCESS.

       OPEN-FEE-SCHEDULE-FILE.
           OPEN I-O FEE-SCHEDULE-FILE
           IF FEE-FILE-STATUS = '35'
               OPEN OUTPUT FEE-SCHEDULE-FILE
               CLOSE FEE-SCHEDULE-FILE
               OPEN I-O FEE-SCHEDULE-FILE
           END-IF.

       LIST-FEE-SCHEDULE.
           MOVE 0 TO WS-FEE-LISTED
           MOVE 'N' TO WS-FEE-EOF-FLAG
           MOVE LOW-VALUES TO FEE-PRODUCT-CODE
           START FEE-SCHEDULE-FILE
               KEY IS NOT LESS THAN FEE-PRODUCT-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-FEE-EOF-FLAG
           END-START
           PERFORM LIST-NEXT-FEE-SCHEDULE UNTIL WS-FEE-EOF-FLAG = 'Y'
           IF WS-FEE-LISTED = 0
               DISPLAY "No fee schedule on file - standing defaults "
                   "apply: OD fee " DEFAULT-OVERDRAFT-FEE
                   ", early withdrawal penalty "
                   DEFAULT-CD-PENALTY-FEE ", "
                   DEFAULT-SAVINGS-WD-LIMIT
                   " savings withdrawals a month, "
                   "no maintenance fee."
           END-IF.

       LIST-NEXT-FEE-SCHEDULE.
           READ FEE-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FEE-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-FEE-LISTED
                   DISPLAY "Product " FEE-PRODUCT-CODE
                       "  maintenance fee " FEE-MAINT-FEE
                       " below " FEE-MIN-BALANCE
                       "  OD fee " FEE-OVERDRAFT-FEE
                   DISPLAY "           free withdrawals "
                       FEE-FREE-WD-LIMIT
                       "  excess withdrawal fee " FEE-EXCESS-WD-FEE
                       "  early withdrawal penalty " FEE-EARLY-WD-FEE
                   DISPLAY "           last changed "
                       FEE-LAST-CHANGED " by " FEE-CHANGED-BY
           END-READ.

      *    Nothing is written unless every amount is accepted, so
      *    a rejected entry leaves the product's schedule as it
      *    was.
       CAPTURE-FEE-SCHEDULE.
           DISPLAY "Product code to set (CK, SV, CD): "
           ACCEPT WS-PRODUCT-ENTRY
           IF WS-PRODUCT-ENTRY NOT = 'CK'
                   AND WS-PRODUCT-ENTRY NOT = 'SV'
                   AND WS-PRODUCT-ENTRY NOT = 'CD'
               DISPLAY "Invalid product code - nothing changed."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PRODUCT-ENTRY TO FEE-PRODUCT-CODE
           READ FEE-SCHEDULE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FEE-FOUND-FLAG
                   MOVE WS-PRODUCT-ENTRY TO FEE-PRODUCT-CODE
                   MOVE 0 TO FEE-MAINT-FEE
                   MOVE 0 TO FEE-MIN-BALANCE
                   MOVE DEFAULT-OVERDRAFT-FEE TO FEE-OVERDRAFT-FEE
                   MOVE 0 TO FEE-EXCESS-WD-FEE
                   MOVE DEFAULT-SAVINGS-WD-LIMIT TO FEE-FREE-WD-LIMIT
                   MOVE DEFAULT-CD-PENALTY-FEE TO FEE-EARLY-WD-FEE
                   DISPLAY "No schedule on file for " WS-PRODUCT-ENTRY
                       " - a new one will be added."
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FEE-FOUND-FLAG
           END-READ
           MOVE FEE-MAINT-FEE TO WS-OLD-MAINT-FEE
           MOVE FEE-MIN-BALANCE TO WS-OLD-MIN-BALANCE
           MOVE FEE-OVERDRAFT-FEE TO WS-OLD-OD-FEE
           MOVE FEE-FREE-WD-LIMIT TO WS-OLD-FREE-WD
           MOVE FEE-EXCESS-WD-FEE TO WS-OLD-XS-WD-FEE
           MOVE FEE-EARLY-WD-FEE TO WS-OLD-EARLY-FEE
           MOVE 'Y' TO WS-FEE-OK-FLAG
           DISPLAY "Current monthly maintenance fee: " FEE-MAINT-FEE
           MOVE "New monthly maintenance fee: " TO WS-AMOUNT-PROMPT
           PERFORM ACCEPT-FEE-AMOUNT
           MOVE WS-VALID-AMOUNT TO FEE-MAINT-FEE
           DISPLAY "Current minimum balance to waive it: "
               FEE-MIN-BALANCE
           MOVE "New minimum balance: " TO WS-AMOUNT-PROMPT
           MOVE 'Y' TO WS-ALLOW-ZERO-FLAG
           PERFORM VALIDATE-AMOUNT
           MOVE WS-VALID-AMOUNT TO FEE-MIN-BALANCE
           DISPLAY "Current overdraft fee: " FEE-OVERDRAFT-FEE
           MOVE "New overdraft fee: " TO WS-AMOUNT-PROMPT
           PERFORM ACCEPT-FEE-AMOUNT
           MOVE WS-VALID-AMOUNT TO FEE-OVERDRAFT-FEE
           DISPLAY "Current free savings withdrawals a month: "
               FEE-FREE-WD-LIMIT
           DISPLAY "New free savings withdrawals a month: "
           ACCEPT WS-FEE-LIMIT-ENTRY
           MOVE WS-FEE-LIMIT-ENTRY TO FEE-FREE-WD-LIMIT
           DISPLAY "Current excess withdrawal fee: " FEE-EXCESS-WD-FEE
           MOVE "New excess withdrawal fee (0 = refuse): "
               TO WS-AMOUNT-PROMPT
           PERFORM ACCEPT-FEE-AMOUNT
           MOVE WS-VALID-AMOUNT TO FEE-EXCESS-WD-FEE
           DISPLAY "Current early withdrawal penalty: "
               FEE-EARLY-WD-FEE
           MOVE "New early withdrawal penalty: " TO WS-AMOUNT-PROMPT
           PERFORM ACCEPT-FEE-AMOUNT
           MOVE WS-VALID-AMOUNT TO FEE-EARLY-WD-FEE
           IF WS-FEE-OK-FLAG NOT = 'Y'
               DISPLAY "Fee amounts cannot exceed 9999.99 - "
                   "nothing changed."
               EXIT PARAGRAPH
           END-IF
           PERFORM FORMAT-TODAY-DATE
           MOVE WS-TODAY-DATE-X TO FEE-LAST-CHANGED
           MOVE WS-SUPV-ID-ENTRY TO FEE-CHANGED-BY
           IF WS-FEE-FOUND-FLAG = 'Y'
               REWRITE FEE-SCHEDULE-RECORD
           ELSE
               WRITE FEE-SCHEDULE-RECORD
           END-IF
           IF FEE-FILE-STATUS = '00'
               DISPLAY "Fee schedule for " FEE-PRODUCT-CODE
                   " saved."
               PERFORM AUDIT-FEE-SCHEDULE
           ELSE
               DISPLAY "*** ERROR: fee schedule could not be saved - "
                   "status " FEE-FILE-STATUS " ***"
           END-IF.

       ACCEPT-FEE-AMOUNT.
           MOVE 'Y' TO WS-ALLOW-ZERO-FLAG
           PERFORM VALIDATE-AMOUNT
           IF WS-VALID-AMOUNT > 9999.99
               MOVE 'N' TO WS-FEE-OK-FLAG
               MOVE 0 TO WS-VALID-AMOUNT
           END-IF.

      *    Customer relationship inquiry. A customer is found by
      *    number, or by any part of the name or tax ID (CUSTMAST
      *    is read through for a match); every account the
      *    customer holds is then listed through the
      *    ACCT-CUSTOMER-NUMBER alternate key with its open
      *    holds and active standing orders.
       CUSTOMER-INQUIRY.
           DISPLAY "Customer Inquiry"
           DISPLAY "1. Search by Name"
           DISPLAY "2. Search by Tax ID"
           DISPLAY "3. Enter Customer Number"
           DISPLAY "4. Return to Main Menu"
           ACCEPT WS-CINQ-CHOICE
           MOVE 0 TO WS-CINQ-CUST-ENTRY
           EVALUATE WS-CINQ-CHOICE
               WHEN 1
                   DISPLAY "Name, or part of the name: "
                   MOVE SPACES TO WS-CINQ-SEARCH
                   ACCEPT WS-CINQ-SEARCH
                   MOVE 2 TO WS-CINQ-MIN-LEN
                   PERFORM SEARCH-CUSTOMER-MASTER
               WHEN 2
                   DISPLAY "Tax ID, or its last digits: "
                   MOVE SPACES TO WS-CINQ-SEARCH
                   ACCEPT WS-CINQ-SEARCH
                   MOVE 4 TO WS-CINQ-MIN-LEN
                   PERFORM SEARCH-CUSTOMER-MASTER
               WHEN 3
                   DISPLAY "Customer number: "
                   ACCEPT WS-CINQ-CUST-ENTRY
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid option."
           END-EVALUATE
           IF WS-CINQ-CUST-ENTRY NOT = 0
               PERFORM SHOW-CUSTOMER-RELATIONSHIP
           END-IF
           PERFORM RELOAD-CURRENT-ACCOUNT
           DISPLAY "Press Enter to return to the main menu..."
           ACCEPT DUMMY
           PERFORM MAIN-PROCESS.

       SEARCH-CUSTOMER-MASTER.
           INSPECT WS-CINQ-SEARCH
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
           MOVE 0 TO WS-CINQ-SEARCH-LEN
           INSPECT WS-CINQ-SEARCH TALLYING WS-CINQ-SEARCH-LEN
               FOR CHARACTERS BEFORE INITIAL "  "
           IF WS-CINQ-SEARCH-LEN < WS-CINQ-MIN-LEN
               DISPLAY "Enter at least " WS-CINQ-MIN-LEN
                   " characters to search."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CINQ-MATCHED
           MOVE 'N' TO WS-CINQ-EOF-FLAG
           MOVE 0 TO CUST-NUMBER
           START CUSTOMER-MASTER-FILE
               KEY IS NOT LESS THAN CUST-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-CINQ-EOF-FLAG
           END-START
           PERFORM CHECK-NEXT-CUSTOMER UNTIL WS-CINQ-EOF-FLAG = 'Y'
           IF WS-CINQ-MATCHED = 0
               DISPLAY "No customers match."
               EXIT PARAGRAPH
           END-IF
           DISPLAY WS-CINQ-MATCHED " customer(s) found."
           DISPLAY "Customer number to view (0 to return): "
           ACCEPT WS-CINQ-CUST-ENTRY.

       CHECK-NEXT-CUSTOMER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CINQ-EOF-FLAG
               NOT AT END
                   PERFORM MATCH-CUSTOMER-SEARCH
           END-READ.

       MATCH-CUSTOMER-SEARCH.
           IF WS-CINQ-CHOICE = 1
               MOVE CUST-NAME TO WS-CINQ-COMPARE
               INSPECT WS-CINQ-COMPARE
                   CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
           ELSE
               MOVE CUST-TAX-ID TO WS-CINQ-COMPARE
           END-IF
           MOVE 0 TO WS-CINQ-HITS
           INSPECT WS-CINQ-COMPARE TALLYING WS-CINQ-HITS
               FOR ALL WS-CINQ-SEARCH(1:WS-CINQ-SEARCH-LEN)
           IF WS-CINQ-HITS > 0
               ADD 1 TO WS-CINQ-MATCHED
               PERFORM FORMAT-MASKED-TAX-ID
               DISPLAY CUST-NUMBER " " CUST-NAME " " CUST-CITY " "
                   CUST-STATE " Tax ID " WS-CINQ-TAX-MASKED
           END-IF.

      *    Only the last four characters of a tax ID are shown.
       FORMAT-MASKED-TAX-ID.
           MOVE CUST-TAX-ID TO WS-CINQ-TAX-MASKED
           MOVE ALL "*" TO WS-CINQ-TAX-MASKED(1:7).

       SHOW-CUSTOMER-RELATIONSHIP.
           MOVE WS-CINQ-CUST-ENTRY TO CUST-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "Customer " WS-CINQ-CUST-ENTRY
                       " not on file."
                   EXIT PARAGRAPH
           END-READ
           PERFORM DISPLAY-CUSTOMER-DETAILS
           PERFORM OPEN-STANDING-ORDER-FILE
           MOVE 0 TO WS-CINQ-ACCOUNTS
           MOVE 0 TO WS-CINQ-TOTAL-LEDGER
           MOVE 'N' TO WS-CINQ-EOF-FLAG
           MOVE WS-CINQ-CUST-ENTRY TO ACCT-CUSTOMER-NUMBER
           START ACCOUNT-MASTER-FILE
               KEY IS EQUAL TO ACCT-CUSTOMER-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-CINQ-EOF-FLAG
           END-START
           PERFORM LIST-NEXT-CUSTOMER-ACCOUNT
               UNTIL WS-CINQ-EOF-FLAG = 'Y'
           CLOSE STANDING-ORDER-FILE
           DISPLAY "===================================="
           IF WS-CINQ-ACCOUNTS = 0
               DISPLAY "No accounts on file for this customer."
           ELSE
               DISPLAY "Accounts held: " WS-CINQ-ACCOUNTS
                   "   Total ledger balance: " WS-CINQ-TOTAL-LEDGER
           END-IF
           DISPLAY "Enter M to maintain this customer's name, "
               "address or phone, or press Enter to return: "
           MOVE SPACES TO WS-CONFIRM-ENTRY
           ACCEPT WS-CONFIRM-ENTRY
           IF WS-CONFIRM-ENTRY = 'M' OR WS-CONFIRM-ENTRY = 'm'
               PERFORM CUSTOMER-MAINTENANCE
           END-IF.

       DISPLAY-CUSTOMER-DETAILS.
           PERFORM FORMAT-MASKED-TAX-ID
           DISPLAY "===================================="
           DISPLAY "Customer " CUST-NUMBER "  " CUST-NAME
           DISPLAY "    " CUST-ADDRESS-LINE-1
           IF CUST-ADDRESS-LINE-2 NOT = SPACES
               DISPLAY "    " CUST-ADDRESS-LINE-2
           END-IF
           DISPLAY "    " CUST-CITY " " CUST-STATE " " CUST-ZIP
           DISPLAY "Phone: " CUST-PHONE "  Tax ID: "
               WS-CINQ-TAX-MASKED "  Customer since: "
               CUST-DATE-OPENED
           DISPLAY "====================================".

       LIST-NEXT-CUSTOMER-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CINQ-EOF-FLAG
               NOT AT END
                   IF ACCT-CUSTOMER-NUMBER NOT = WS-CINQ-CUST-ENTRY
                       MOVE 'Y' TO WS-CINQ-EOF-FLAG
                   ELSE
                       PERFORM SHOW-CUSTOMER-ACCOUNT
                   END-IF
           END-READ.

       SHOW-CUSTOMER-ACCOUNT.
           ADD 1 TO WS-CINQ-ACCOUNTS
           ADD ACCT-BALANCE TO WS-CINQ-TOTAL-LEDGER
           MOVE ACCT-NUMBER TO WS-CINQ-ACCT-NUMBER
           EVALUATE TRUE
               WHEN ACCT-CHECKING
                   MOVE "Checking" TO WS-CINQ-PRODUCT-NAME
               WHEN ACCT-SAVINGS
                   MOVE "Savings" TO WS-CINQ-PRODUCT-NAME
               WHEN ACCT-CERTIFICATE
                   MOVE "Certificate" TO WS-CINQ-PRODUCT-NAME
               WHEN OTHER
                   MOVE ACCT-PRODUCT-CODE TO WS-CINQ-PRODUCT-NAME
           END-EVALUATE
           EVALUATE TRUE
               WHEN ACCT-ACTIVE
                   MOVE "Active" TO WS-CINQ-STATUS-NAME
               WHEN ACCT-ON-HOLD
                   MOVE "Hold" TO WS-CINQ-STATUS-NAME
               WHEN ACCT-FROZEN
                   MOVE "Frozen" TO WS-CINQ-STATUS-NAME
               WHEN ACCT-CLOSED
                   MOVE "Closed" TO WS-CINQ-STATUS-NAME
               WHEN ACCT-DORMANT
                   MOVE "Dormant" TO WS-CINQ-STATUS-NAME
               WHEN OTHER
                   MOVE ACCT-STATUS TO WS-CINQ-STATUS-NAME
           END-EVALUATE
           DISPLAY "Account " ACCT-NUMBER "  " WS-CINQ-PRODUCT-NAME
               "  Status: " WS-CINQ-STATUS-NAME
           IF ACCT-CERTIFICATE
               DISPLAY "    Matures: " ACCT-MATURITY-DATE
           END-IF
           PERFORM LIST-CUSTOMER-ACCOUNT-HOLDS
           COMPUTE WS-CINQ-AVAILABLE = ACCT-BALANCE - WS-CINQ-HELD
           DISPLAY "    Ledger balance: " ACCT-BALANCE
               "   Available: " WS-CINQ-AVAILABLE
           PERFORM LIST-CUSTOMER-ACCOUNT-ORDERS.

       LIST-CUSTOMER-ACCOUNT-HOLDS.
           MOVE 0 TO WS-CINQ-HELD
           MOVE 'N' TO WS-HOLD-EOF-FLAG
           MOVE WS-CINQ-ACCT-NUMBER TO HOLD-ACCT-NUMBER
           MOVE 0 TO HOLD-SEQ
           START DEPOSIT-HOLD-FILE
               KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-EOF-FLAG
           END-START
           PERFORM SHOW-NEXT-ACCOUNT-HOLD
               UNTIL WS-HOLD-EOF-FLAG = 'Y'.

       SHOW-NEXT-ACCOUNT-HOLD.
           READ DEPOSIT-HOLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-FLAG
               NOT AT END
                   IF HOLD-ACCT-NUMBER NOT = WS-CINQ-ACCT-NUMBER
                       MOVE 'Y' TO WS-HOLD-EOF-FLAG
                   ELSE
                       IF HOLD-HELD
                           ADD HOLD-AMOUNT TO WS-CINQ-HELD
                           DISPLAY "    Hold " HOLD-SEQ " amount "
                               HOLD-AMOUNT " releases "
                               HOLD-RELEASE-DATE
                       END-IF
                   END-IF
           END-READ.

       LIST-CUSTOMER-ACCOUNT-ORDERS.
           MOVE 'N' TO WS-SORD-EOF-FLAG
           MOVE WS-CINQ-ACCT-NUMBER TO SORD-ACCT-NUMBER
           MOVE 0 TO SORD-SEQ
           START STANDING-ORDER-FILE
               KEY IS NOT LESS THAN SORD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SORD-EOF-FLAG
           END-START
           PERFORM SHOW-NEXT-ACCOUNT-ORDER
               UNTIL WS-SORD-EOF-FLAG = 'Y'.

       SHOW-NEXT-ACCOUNT-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SORD-EOF-FLAG
               NOT AT END
                   IF SORD-ACCT-NUMBER NOT = WS-CINQ-ACCT-NUMBER
                       MOVE 'Y' TO WS-SORD-EOF-FLAG
                   ELSE
                       IF SORD-ACTIVE
                           DISPLAY "    Standing order " SORD-SEQ
                               " to " SORD-TARGET-ACCT " amount "
                               SORD-AMOUNT " freq " SORD-FREQUENCY
                               " next due " SORD-NEXT-DUE-DATE
                       END-IF
                   END-IF
           END-READ.

      *    Name, address and phone maintenance. Enter keeps a
      *    field as it is; each field changed is written to the
      *    audit trail with its old and new values.
       CUSTOMER-MAINTENANCE.
           PERFORM VERIFY-SUPERVISOR
           IF WS-SUPV-OK-FLAG NOT = 'Y'
               DISPLAY "Customer maintenance refused."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CINQ-CUST-ENTRY TO CUST-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "Customer " WS-CINQ-CUST-ENTRY
                       " not on file."
                   EXIT PARAGRAPH
           END-READ
           MOVE CUST-NAME TO WS-OLD-CUST-NAME
           MOVE CUST-ADDRESS-LINE-1 TO WS-OLD-CUST-ADDR-1
           MOVE CUST-ADDRESS-LINE-2 TO WS-OLD-CUST-ADDR-2
           MOVE CUST-CITY TO WS-OLD-CUST-CITY
           MOVE CUST-STATE TO WS-OLD-CUST-STATE
           MOVE CUST-ZIP TO WS-OLD-CUST-ZIP
           MOVE CUST-PHONE TO WS-OLD-CUST-PHONE
           DISPLAY "Enter a new value, or press Enter to keep the "
               "current one."
           DISPLAY "Customer name [" CUST-NAME "]: "
           PERFORM ACCEPT-CUSTOMER-ENTRY
           IF WS-CINQ-ENTRY NOT = SPACES
               MOVE WS-CINQ-ENTRY TO CUST-NAME
           END-IF
           DISPLAY "Address line 1 [" CUST-ADDRESS-LINE-1 "]: "
           PERFORM ACCEPT-CUSTOMER-ENTRY
           IF WS-CINQ-ENTRY NOT = SPACES
               MOVE WS-CINQ-ENTRY TO CUST-ADDRESS-LINE-1
           END-IF
           DISPLAY "Address line 2 [" CUST-ADDRESS-LINE-2
               "] (* to clear): "
           PERFORM ACCEPT-CUSTOMER-ENTRY
           IF WS-CINQ-ENTRY = "*"
               MOVE SPACES TO CUST-ADDRESS-LINE-2
           ELSE
               IF WS-CINQ-ENTRY NOT = SPACES
                   MOVE WS-CINQ-ENTRY TO CUST-ADDRESS-LINE-2
               END-IF
           END-IF
           DISPLAY "City [" CUST-CITY "]: "
           PERFORM ACCEPT-CUSTOMER-ENTRY
           IF WS-CINQ-ENTRY NOT = SPACES
               MOVE WS-CINQ-ENTRY TO CUST-CITY
           END-IF
           DISPLAY "State [" CUST-STATE "]: "
           PERFORM ACCEPT-CUSTOMER-ENTRY
           IF WS-CINQ-ENTRY NOT = SPACES
               MOVE WS-CINQ-ENTRY TO CUST-STATE
           END-IF
           DISPLAY "ZIP code [" CUST-ZIP "]: "
           PERFORM ACCEPT-CUSTOMER-ENTRY
           IF WS-CINQ-ENTRY NOT = SPACES
               MOVE WS-CINQ-ENTRY TO CUST-ZIP
           END-IF
           DISPLAY "Phone [" CUST-PHONE "]: "
           PERFORM ACCEPT-CUSTOMER-ENTRY
           IF WS-CINQ-ENTRY NOT = SPACES
               MOVE WS-CINQ-ENTRY TO CUST-PHONE
           END-IF
           MOVE CUST-NAME TO WS-NEW-CUST-NAME
           MOVE CUST-ADDRESS-LINE-1 TO WS-NEW-CUST-ADDR-1
           MOVE CUST-ADDRESS-LINE-2 TO WS-NEW-CUST-ADDR-2
           MOVE CUST-CITY TO WS-NEW-CUST-CITY
           MOVE CUST-STATE TO WS-NEW-CUST-STATE
           MOVE CUST-ZIP TO WS-NEW-CUST-ZIP
           MOVE CUST-PHONE TO WS-NEW-CUST-PHONE
           IF WS-NEW-CUSTOMER-VALUES = WS-OLD-CUSTOMER-VALUES
               DISPLAY "No changes entered - customer not updated."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Save these changes (Y/N)? "
           ACCEPT WS-CONFIRM-ENTRY
           IF WS-CONFIRM-ENTRY NOT = 'Y' AND WS-CONFIRM-ENTRY NOT = 'y'
               DISPLAY "Changes discarded - customer not updated."
               EXIT PARAGRAPH
           END-IF
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "*** ERROR: customer record could not be "
                       "rewritten ***"
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM AUDIT-CUSTOMER-CHANGES
           DISPLAY "Customer " CUST-NUMBER " updated.".

       ACCEPT-CUSTOMER-ENTRY.
           MOVE SPACES TO WS-CINQ-ENTRY
           ACCEPT WS-CINQ-ENTRY.

       VALIDATE-AMOUNT.
           MOVE 'N' TO VALID-AMOUNT-FLAG
           PERFORM UNTIL VALID-AMOUNT-FLAG = 'Y'
                   PERFORM FORMAT-TODAY-DATE
                   MOVE WS-TODAY-DATE-X TO ACCT-LAST-ACTIVITY-DATE
                   WRITE ACCOUNT-MASTER-RECORD
                   PERFORM AUDIT-NEW-ACCOUNT
                   MOVE 'A' TO CURRENT-ACCT-STATUS
                   MOVE WS-PRODUCT-ENTRY TO CURRENT-PRODUCT-CODE
                   MOVE WS-SORD-DATE-ENTRY TO CURRENT-MATURITY-DATE
                   DISPLAY "Account " CURRENT-ACCT-NUMBER " ("
                       WS-PRODUCT-ENTRY ") opened for customer "
                       CUSTOMER-NUMBER-ENTRY
                   IF WS-PRODUCT-ENTRY = 'CD'
                       PERFORM OPEN-CD-INSTRUCTION-FILE
                       MOVE 'N' TO WS-CDI-FOUND-FLAG
                       PERFORM CAPTURE-CD-INSTRUCTION
                       CLOSE CD-INSTRUCTION-FILE
                   END-IF
               NOT INVALID KEY
                   DISPLAY "Account " ACCOUNT-NUMBER-ENTRY
                       " already exists - no account opened."
           PERFORM FORMAT-TODAY-DATE
           MOVE WS-TODAY-DATE-X TO CUST-DATE-OPENED
           WRITE CUSTOMER-MASTER-RECORD
           DISPLAY "Customer " CUST-NUMBER " added."
           PERFORM AUDIT-NEW-CUSTOMER.

       SAVE-ACCOUNT-BALANCE.
           MOVE CURRENT-ACCT-NUMBER TO ACCT-NUMBER
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACTION-FILE.

      *    Maintenance audit trail. The caller sets WS-AUD-FILE,
      *    -KEY, -ACCT, -SUPV, -ACTION, -FIELD, -BEFORE, -AFTER
      *    and -SENSITIVE; the date, time and teller are added
      *    here. The sensitive flag is cleared once written.
       WRITE-AUDIT-RECORD.
           PERFORM FORMAT-TODAY-DATE
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE WS-TODAY-DATE-X TO AUD-DATE
           ACCEPT WS-AUD-CLOCK FROM TIME
           STRING WS-AUD-HH ":" WS-AUD-MM ":" WS-AUD-SS
               DELIMITED BY SIZE INTO AUD-TIME
           MOVE WS-TELLER-ID TO AUD-TELLER-ID
           MOVE WS-AUD-SUPV TO AUD-SUPV-ID
           MOVE WS-AUD-FILE TO AUD-FILE-NAME
           MOVE WS-AUD-KEY TO AUD-RECORD-KEY
           MOVE WS-AUD-ACCT TO AUD-ACCT-NUMBER
           MOVE WS-AUD-ACTION TO AUD-ACTION
           MOVE WS-AUD-FIELD TO AUD-FIELD-NAME
           MOVE WS-AUD-BEFORE TO AUD-BEFORE-VALUE
           MOVE WS-AUD-AFTER TO AUD-AFTER-VALUE
           MOVE WS-AUD-SENSITIVE TO AUD-SENSITIVE-FLAG
           OPEN EXTEND AUDIT-LOG-FILE
           IF AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE
           MOVE 'N' TO WS-AUD-SENSITIVE.

       FORMAT-AUDIT-AMOUNTS.
           MOVE WS-AUD-OLD-AMOUNT TO WS-AUD-AMOUNT-EDIT
           MOVE WS-AUD-AMOUNT-EDIT TO WS-AUD-BEFORE
           MOVE WS-AUD-NEW-AMOUNT TO WS-AUD-AMOUNT-EDIT
           MOVE WS-AUD-AMOUNT-EDIT TO WS-AUD-AFTER.

       SET-ACCOUNT-AUDIT-KEY.
           MOVE "ACCTMAST" TO WS-AUD-FILE
           MOVE CURRENT-ACCT-NUMBER TO WS-AUD-KEY
           MOVE CURRENT-ACCT-NUMBER TO WS-AUD-ACCT.

      *    Lifting a freeze, or a hold back to active, is a
      *    sensitive change.
       AUDIT-STATUS-CHANGE.
           IF WS-AUD-OLD-CODE = WS-NEW-ACCT-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-ACCOUNT-AUDIT-KEY
           MOVE WS-SUPV-ID-ENTRY TO WS-AUD-SUPV
           MOVE 'C' TO WS-AUD-ACTION
           MOVE "ACCT-STATUS" TO WS-AUD-FIELD
           MOVE WS-AUD-OLD-CODE TO WS-AUD-BEFORE
           MOVE WS-NEW-ACCT-STATUS TO WS-AUD-AFTER
           IF WS-AUD-OLD-CODE = 'F'
               MOVE 'Y' TO WS-AUD-SENSITIVE
           END-IF
           IF WS-AUD-OLD-CODE = 'H' AND WS-NEW-ACCT-STATUS = 'A'
               MOVE 'Y' TO WS-AUD-SENSITIVE
           END-IF
           PERFORM WRITE-AUDIT-RECORD.

       AUDIT-NEW-ACCOUNT.
           MOVE "ACCTMAST" TO WS-AUD-FILE
           MOVE ACCT-NUMBER TO WS-AUD-KEY
           MOVE ACCT-NUMBER TO WS-AUD-ACCT
           MOVE SPACES TO WS-AUD-SUPV
           MOVE 'A' TO WS-AUD-ACTION
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE "ACCT-PRODUCT" TO WS-AUD-FIELD
           MOVE ACCT-PRODUCT-CODE TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD
           MOVE "ACCT-CUSTOMER" TO WS-AUD-FIELD
           MOVE ACCT-CUSTOMER-NUMBER TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD
           MOVE "ACCT-STATUS" TO WS-AUD-FIELD
           MOVE ACCT-STATUS TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD
           MOVE "ACCT-OD-LIMIT" TO WS-AUD-FIELD
           MOVE ACCT-OVERDRAFT-LIMIT TO WS-AUD-AMOUNT-EDIT
           MOVE WS-AUD-AMOUNT-EDIT TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD
           IF ACCT-CERTIFICATE
               MOVE "ACCT-MATURITY" TO WS-AUD-FIELD
               MOVE ACCT-MATURITY-DATE TO WS-AUD-AFTER
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      *    The tax ID is logged with all but its last four
      *    characters masked.
       AUDIT-NEW-CUSTOMER.
           MOVE "CUSTMAST" TO WS-AUD-FILE
           MOVE CUST-NUMBER TO WS-AUD-KEY
           MOVE 0 TO WS-AUD-ACCT
           MOVE SPACES TO WS-AUD-SUPV
           MOVE 'A' TO WS-AUD-ACTION
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE "CUST-NAME" TO WS-AUD-FIELD
           MOVE CUST-NAME TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD
           MOVE "CUST-ADDRESS-1" TO WS-AUD-FIELD
           MOVE CUST-ADDRESS-LINE-1 TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD
           MOVE "CUST-ADDRESS-2" TO WS-AUD-FIELD
           MOVE CUST-ADDRESS-LINE-2 TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD
           MOVE "CUST-CITY" TO WS-AUD-FIELD
           MOVE CUST-CITY TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD
           MOVE "CUST-STATE" TO WS-AUD-FIELD
           MOVE CUST-STATE TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD
           MOVE "CUST-ZIP" TO WS-AUD-FIELD
           MOVE CUST-ZIP TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD
           MOVE "CUST-PHONE" TO WS-AUD-FIELD
           MOVE CUST-PHONE TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD
           MOVE "CUST-TAX-ID" TO WS-AUD-FIELD
           MOVE CUST-TAX-ID TO WS-AUD-AFTER
           MOVE ALL "*" TO WS-AUD-AFTER(1:7)
           PERFORM WRITE-AUDIT-RECORD.

       AUDIT-CUSTOMER-CHANGES.
           MOVE "CUST-NAME" TO WS-AUD-FIELD
           MOVE WS-OLD-CUST-NAME TO WS-CINQ-OLD-VALUE
           MOVE WS-NEW-CUST-NAME TO WS-CINQ-NEW-VALUE
           PERFORM AUDIT-CUSTOMER-FIELD
           MOVE "CUST-ADDRESS-1" TO WS-AUD-FIELD
           MOVE WS-OLD-CUST-ADDR-1 TO WS-CINQ-OLD-VALUE
           MOVE WS-NEW-CUST-ADDR-1 TO WS-CINQ-NEW-VALUE
           PERFORM AUDIT-CUSTOMER-FIELD
           MOVE "CUST-ADDRESS-2" TO WS-AUD-FIELD
           MOVE WS-OLD-CUST-ADDR-2 TO WS-CINQ-OLD-VALUE
           MOVE WS-NEW-CUST-ADDR-2 TO WS-CINQ-NEW-VALUE
           PERFORM AUDIT-CUSTOMER-FIELD
           MOVE "CUST-CITY" TO WS-AUD-FIELD
           MOVE WS-OLD-CUST-CITY TO WS-CINQ-OLD-VALUE
           MOVE WS-NEW-CUST-CITY TO WS-CINQ-NEW-VALUE
           PERFORM AUDIT-CUSTOMER-FIELD
           MOVE "CUST-STATE" TO WS-AUD-FIELD
           MOVE WS-OLD-CUST-STATE TO WS-CINQ-OLD-VALUE
           MOVE WS-NEW-CUST-STATE TO WS-CINQ-NEW-VALUE
           PERFORM AUDIT-CUSTOMER-FIELD
           MOVE "CUST-ZIP" TO WS-AUD-FIELD
           MOVE WS-OLD-CUST-ZIP TO WS-CINQ-OLD-VALUE
           MOVE WS-NEW-CUST-ZIP TO WS-CINQ-NEW-VALUE
           PERFORM AUDIT-CUSTOMER-FIELD
           MOVE "CUST-PHONE" TO WS-AUD-FIELD
           MOVE WS-OLD-CUST-PHONE TO WS-CINQ-OLD-VALUE
           MOVE WS-NEW-CUST-PHONE TO WS-CINQ-NEW-VALUE
           PERFORM AUDIT-CUSTOMER-FIELD.

      *    Writes one audit record when the field named in
      *    WS-AUD-FIELD changed.
       AUDIT-CUSTOMER-FIELD.
           IF WS-CINQ-OLD-VALUE = WS-CINQ-NEW-VALUE
               EXIT PARAGRAPH
           END-IF
           MOVE "CUSTMAST" TO WS-AUD-FILE
           MOVE CUST-NUMBER TO WS-AUD-KEY
           MOVE 0 TO WS-AUD-ACCT
           MOVE WS-SUPV-ID-ENTRY TO WS-AUD-SUPV
           MOVE 'C' TO WS-AUD-ACTION
           MOVE WS-CINQ-OLD-VALUE TO WS-AUD-BEFORE
           MOVE WS-CINQ-NEW-VALUE TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD.

       SET-ORDER-AUDIT-KEY.
           MOVE "SORDMAST" TO WS-AUD-FILE
           MOVE SPACES TO WS-AUD-KEY
           STRING SORD-ACCT-NUMBER "-" SORD-SEQ
               DELIMITED BY SIZE INTO WS-AUD-KEY
           MOVE SORD-ACCT-NUMBER TO WS-AUD-ACCT.

       AUDIT-NEW-STANDING-ORDER.
           PERFORM SET-ORDER-AUDIT-KEY
           MOVE SPACES TO WS-AUD-SUPV
           MOVE 'A' TO WS-AUD-ACTION
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE "SORD-TARGET-ACCT" TO WS-AUD-FIELD
           MOVE SORD-TARGET-ACCT TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD
           MOVE "SORD-AMOUNT" TO WS-AUD-FIELD
           MOVE SORD-AMOUNT TO WS-AUD-AMOUNT-EDIT
           MOVE WS-AUD-AMOUNT-EDIT TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD
           MOVE "SORD-FREQUENCY" TO WS-AUD-FIELD
           MOVE SORD-FREQUENCY TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD
           MOVE "SORD-NEXT-DUE" TO WS-AUD-FIELD
           MOVE SORD-NEXT-DUE-DATE TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD
           MOVE "SORD-EXPIRY-DATE" TO WS-AUD-FIELD
           MOVE SORD-EXPIRY-DATE TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD.

      *    WS-AUD-SUPV is set by the caller - blank for a teller
      *    cancellation, the approving supervisor at closure.
       AUDIT-CANCELLED-ORDER.
           PERFORM SET-ORDER-AUDIT-KEY
           MOVE 'X' TO WS-AUD-ACTION
           MOVE "SORD-STATUS" TO WS-AUD-FIELD
           MOVE 'A' TO WS-AUD-BEFORE
           MOVE SORD-STATUS TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD.

       FORMAT-CDI-AUDIT-VALUE.
           MOVE SPACES TO WS-AUD-AFTER
           IF CDI-PAYOUT
               STRING "PAY OUT TO " CDI-PAYOUT-ACCT
                   DELIMITED BY SIZE INTO WS-AUD-AFTER
           ELSE
               STRING "RENEW " CDI-TERM-MONTHS " MONTHS"
                   DELIMITED BY SIZE INTO WS-AUD-AFTER
           END-IF.

      *    WS-AUD-BEFORE holds the instruction as it stood when
      *    CAPTURE-CD-INSTRUCTION began.
       AUDIT-CD-INSTRUCTION.
           MOVE "CDINSTR" TO WS-AUD-FILE
           MOVE CURRENT-ACCT-NUMBER TO WS-AUD-KEY
           MOVE CURRENT-ACCT-NUMBER TO WS-AUD-ACCT
           MOVE SPACES TO WS-AUD-SUPV
           IF WS-CDI-FOUND-FLAG = 'Y'
               MOVE 'C' TO WS-AUD-ACTION
           ELSE
               MOVE 'A' TO WS-AUD-ACTION
           END-IF
           MOVE "CDI-OPTION" TO WS-AUD-FIELD
           PERFORM FORMAT-CDI-AUDIT-VALUE
           IF WS-AUD-BEFORE NOT = WS-AUD-AFTER
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       SET-TELLER-AUDIT-KEY.
           MOVE "TELLMAST" TO WS-AUD-FILE
           MOVE TELL-ID TO WS-AUD-KEY
           MOVE 0 TO WS-AUD-ACCT
           MOVE WS-SUPV-ID-ENTRY TO WS-AUD-SUPV
           MOVE 'C' TO WS-AUD-ACTION.

      *    WS-AUD-SUPV is set by the caller - blank when the
      *    first supervisor is set up on an empty teller master.
      *    Any role above teller is a sensitive addition.
       AUDIT-NEW-TELLER.
           MOVE "TELLMAST" TO WS-AUD-FILE
           MOVE TELL-ID TO WS-AUD-KEY
           MOVE 0 TO WS-AUD-ACCT
           MOVE 'A' TO WS-AUD-ACTION
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE "TELL-ROLE" TO WS-AUD-FIELD
           MOVE TELL-ROLE TO WS-AUD-AFTER
           IF NOT TELL-ROLE-TELLER
               MOVE 'Y' TO WS-AUD-SENSITIVE
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           MOVE "TELL-TRAN-LIMIT" TO WS-AUD-FIELD
           MOVE TELL-TRAN-LIMIT TO WS-AUD-AMOUNT-EDIT
           MOVE WS-AUD-AMOUNT-EDIT TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD
           MOVE "TELL-STATUS" TO WS-AUD-FIELD
           MOVE TELL-STATUS TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD
           MOVE "TELL-PASSWORD" TO WS-AUD-FIELD
           MOVE WS-MASKED-PASSWORD TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD.

       AUDIT-TELLER-STATUS.
           MOVE "TELL-STATUS" TO WS-AUD-FIELD
           MOVE WS-AUD-OLD-CODE TO WS-AUD-BEFORE
           MOVE TELL-STATUS TO WS-AUD-AFTER
           IF TELL-ACTIVE
               MOVE 'Y' TO WS-AUD-SENSITIVE
           END-IF
           PERFORM WRITE-AUDIT-RECORD.

      *    A move up to head teller or supervisor is sensitive.
       AUDIT-TELLER-ROLE.
           IF TELL-ROLE = WS-AUD-OLD-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-TELLER-AUDIT-KEY
           MOVE "TELL-ROLE" TO WS-AUD-FIELD
           MOVE WS-AUD-OLD-CODE TO WS-AUD-BEFORE
           MOVE TELL-ROLE TO WS-AUD-AFTER
           IF TELL-ROLE-SUPERVISOR
               MOVE 'Y' TO WS-AUD-SENSITIVE
           END-IF
           IF TELL-ROLE-HEAD AND WS-AUD-OLD-CODE = 'T'
               MOVE 'Y' TO WS-AUD-SENSITIVE
           END-IF
           PERFORM WRITE-AUDIT-RECORD.

      *    One record for each amount that changed; on a new
      *    product every amount is logged as added. Lowering a
      *    fee or its waiver balance, or allowing more free
      *    withdrawals, is sensitive.
       AUDIT-FEE-SCHEDULE.
           MOVE "FEESCHED" TO WS-AUD-FILE
           MOVE FEE-PRODUCT-CODE TO WS-AUD-KEY
           MOVE 0 TO WS-AUD-ACCT
           MOVE WS-SUPV-ID-ENTRY TO WS-AUD-SUPV
           IF WS-FEE-FOUND-FLAG = 'Y'
               MOVE 'C' TO WS-AUD-ACTION
           ELSE
               MOVE 'A' TO WS-AUD-ACTION
           END-IF
           MOVE "FEE-MAINT-FEE" TO WS-AUD-FIELD
           MOVE WS-OLD-MAINT-FEE TO WS-AUD-OLD-AMOUNT
           MOVE FEE-MAINT-FEE TO WS-AUD-NEW-AMOUNT
           PERFORM AUDIT-FEE-AMOUNT
           MOVE "FEE-MIN-BALANCE" TO WS-AUD-FIELD
           MOVE WS-OLD-MIN-BALANCE TO WS-AUD-OLD-AMOUNT
           MOVE FEE-MIN-BALANCE TO WS-AUD-NEW-AMOUNT
           PERFORM AUDIT-FEE-AMOUNT
           MOVE "FEE-OD-FEE" TO WS-AUD-FIELD
           MOVE WS-OLD-OD-FEE TO WS-AUD-OLD-AMOUNT
           MOVE FEE-OVERDRAFT-FEE TO WS-AUD-NEW-AMOUNT
           PERFORM AUDIT-FEE-AMOUNT
           MOVE "FEE-XS-WD-FEE" TO WS-AUD-FIELD
           MOVE WS-OLD-XS-WD-FEE TO WS-AUD-OLD-AMOUNT
           MOVE FEE-EXCESS-WD-FEE TO WS-AUD-NEW-AMOUNT
           PERFORM AUDIT-FEE-AMOUNT
           MOVE "FEE-EARLY-WD-FEE" TO WS-AUD-FIELD
           MOVE WS-OLD-EARLY-FEE TO WS-AUD-OLD-AMOUNT
           MOVE FEE-EARLY-WD-FEE TO WS-AUD-NEW-AMOUNT
           PERFORM AUDIT-FEE-AMOUNT
           IF WS-FEE-FOUND-FLAG = 'Y'
                   AND FEE-FREE-WD-LIMIT = WS-OLD-FREE-WD
               EXIT PARAGRAPH
           END-IF
           MOVE "FEE-FREE-WD" TO WS-AUD-FIELD
           MOVE SPACES TO WS-AUD-BEFORE
           IF WS-FEE-FOUND-FLAG = 'Y'
               MOVE WS-OLD-FREE-WD TO WS-AUD-BEFORE
               IF FEE-FREE-WD-LIMIT > WS-OLD-FREE-WD
                   MOVE 'Y' TO WS-AUD-SENSITIVE
               END-IF
           END-IF
           MOVE FEE-FREE-WD-LIMIT TO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD.

       AUDIT-FEE-AMOUNT.
           IF WS-FEE-FOUND-FLAG = 'Y'
                   AND WS-AUD-NEW-AMOUNT = WS-AUD-OLD-AMOUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM FORMAT-AUDIT-AMOUNTS
           IF WS-FEE-FOUND-FLAG NOT = 'Y'
               MOVE SPACES TO WS-AUD-BEFORE
           ELSE
               IF WS-AUD-NEW-AMOUNT < WS-AUD-OLD-AMOUNT
                   MOVE 'Y' TO WS-AUD-SENSITIVE
               END-IF
           END-IF
           PERFORM WRITE-AUDIT-RECORD.




