       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintFeeAssess.
       AUTHOR. Jessica Story.
       DATE-WRITTEN. 10-15-2026.
       SECURITY. None.
       REMARKS. Month-end account maintenance fee run. Works out
           the lowest balance each checking and savings account
           carried during the business month - the opening balance
           and the balance after every transaction in the live log
           for the month - and charges the FEESCHED monthly
           maintenance fee for the account's product with a MAINT
           FEE transaction when that lowest balance fell below the
           product's minimum. Customers on the FEEWAIVE waiver list
           are passed over and reported. Certificates, closed,
           frozen and held accounts are never charged, and an
           account already charged for the month is not charged
           again. Must run on the last business day of the month,
           ahead of ArchivePurge, while the whole month is still in
           the live log. Month balances accumulate in a keyed work
           file, as in ArchivePurge, so any number of accounts can
           be assessed.

       ENVIRONMENT DIVISION.
              CONFIGURATION SECTION.
                     SOURCE-COMPUTER. MICROSOFT-WINDOWS.
                     OBJECT-COMPUTER. MICROSOFT-WINDOWS.
              INPUT-OUTPUT SECTION.
                  FILE-CONTROL.
                      SELECT TRANSACTION-FILE
                          ASSIGN TO 'TRANSACT'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS TRAN-FILE-STATUS.
                      SELECT ACCOUNT-MASTER-FILE
                          ASSIGN TO 'ACCTMAST'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS ACCT-NUMBER
                          ALTERNATE RECORD KEY IS
                              ACCT-CUSTOMER-NUMBER WITH DUPLICATES
                          FILE STATUS IS ACCT-MASTER-STATUS.
                      SELECT FEE-SCHEDULE-FILE
                          ASSIGN TO 'FEESCHED'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS FEE-PRODUCT-CODE
                          FILE STATUS IS FEE-FILE-STATUS.
                      SELECT FEE-WAIVER-FILE
                          ASSIGN TO 'FEEWAIVE'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS FEE-WAIVE-STATUS.
                      SELECT MONTH-WORK-FILE
                          ASSIGN TO 'MFEEWORK'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS WORK-ACCT-NUMBER
                          FILE STATUS IS MONTH-WORK-STATUS.
                      SELECT WAIVER-WORK-FILE
                          ASSIGN TO 'WAIVWORK'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS WAIVER-CUST-NUMBER
                          FILE STATUS IS WAIVER-WORK-STATUS.
                      SELECT BUSINESS-DATE-FILE
                          ASSIGN TO 'BUSDCTL'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS BUSD-FILE-STATUS.
                      SELECT FEE-REPORT-FILE
                          ASSIGN TO 'FEERPT'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS FEE-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
           COPY TRANREC.

       FD ACCOUNT-MASTER-FILE.
           COPY ACCTMAST.

       FD FEE-SCHEDULE-FILE.
           COPY FEESCHED.

       FD FEE-WAIVER-FILE.
       01 FEE-WAIVER-RECORD.
           05 FWV-CUST-NUMBER      PIC 9(6).
           05 FWV-REASON           PIC X(20).

       FD MONTH-WORK-FILE.
       01 MONTH-WORK-RECORD.
           05 WORK-ACCT-NUMBER     PIC 9(10).
           05 WORK-NET-AMOUNT      PIC S9(8)V99
                                    SIGN IS LEADING SEPARATE.
           05 WORK-RUNNING-BALANCE PIC S9(8)V99
                                    SIGN IS LEADING SEPARATE.
           05 WORK-LOW-BALANCE     PIC S9(8)V99
                                    SIGN IS LEADING SEPARATE.
           05 WORK-STARTED-FLAG    PIC X(1).
           05 WORK-ASSESSED-FLAG   PIC X(1).

       FD WAIVER-WORK-FILE.
       01 WAIVER-WORK-RECORD.
           05 WAIVER-CUST-NUMBER   PIC 9(6).
           05 WAIVER-REASON        PIC X(20).

       FD BUSINESS-DATE-FILE.
           COPY BUSDCTL.

       FD FEE-REPORT-FILE.
       01 FEE-REPORT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01 BUSD-FILE-STATUS         PIC X(2) VALUE '00'.
       01 ACCT-MASTER-STATUS       PIC X(2) VALUE '00'.
       01 TRAN-FILE-STATUS         PIC X(2) VALUE '00'.
       01 FEE-FILE-STATUS          PIC X(2) VALUE '00'.
       01 FEE-WAIVE-STATUS         PIC X(2) VALUE '00'.
       01 MONTH-WORK-STATUS        PIC X(2) VALUE '00'.
       01 WAIVER-WORK-STATUS       PIC X(2) VALUE '00'.
       01 FEE-RPT-STATUS           PIC X(2) VALUE '00'.
       01 TRAN-EOF-FLAG            PIC X VALUE 'N'.
       01 MASTER-EOF-FLAG          PIC X VALUE 'N'.
       01 WAIVE-EOF-FLAG           PIC X VALUE 'N'.
       01 WS-WORK-FOUND-FLAG       PIC X VALUE 'N'.
       01 WS-BATCH-ID              PIC X(10) VALUE "MAINTFEE".
       01 WS-PROCESS-DATE          PIC X(10).
       01 WS-PROCESS-MONTH         PIC X(7).
       01 WS-TRAN-DELTA            PIC S9(8)V99 VALUE 0.
       01 WS-OPENING-BALANCE       PIC S9(8)V99 VALUE 0.
       01 WS-LOW-BALANCE           PIC S9(8)V99 VALUE 0.
       01 WS-ACTION-TEXT           PIC X(29).
       01 WS-WAIVERS-LOADED        PIC 9(6) VALUE 0.
       01 WS-MONTH-TRANS-READ      PIC 9(8) VALUE 0.
       01 WS-ACCOUNTS-READ         PIC 9(6) VALUE 0.
       01 WS-ACCOUNTS-ELIGIBLE     PIC 9(6) VALUE 0.
       01 WS-ACCOUNTS-ABOVE-MIN    PIC 9(6) VALUE 0.
       01 WS-NO-SCHEDULE-COUNT     PIC 9(6) VALUE 0.
       01 WS-FEES-CHARGED          PIC 9(6) VALUE 0.
       01 WS-FEES-CHARGED-TOTAL    PIC 9(10)V99 VALUE 0.
       01 WS-FEES-WAIVED           PIC 9(6) VALUE 0.
       01 WS-FEES-WAIVED-TOTAL     PIC 9(10)V99 VALUE 0.
       01 WS-ALREADY-ASSESSED      PIC 9(6) VALUE 0.
       01 WS-OVERDRAWN-BY-FEE      PIC 9(6) VALUE 0.

       01 RPT-TITLE-LINE.
           05 FILLER               PIC X(36)
               VALUE "MONTHLY MAINTENANCE FEE REPORT FOR".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 TTL-PROCESS-MONTH    PIC X(7).
           05 FILLER               PIC X(10) VALUE "   RUN ON ".
           05 TTL-PROCESS-DATE     PIC X(10).
           05 FILLER               PIC X(16) VALUE SPACES.
       01 RPT-COLUMN-LINE.
           05 FILLER               PIC X(11) VALUE "ACCOUNT".
           05 FILLER               PIC X(7) VALUE "CUST".
           05 FILLER               PIC X(4) VALUE "PROD".
           05 FILLER               PIC X(10) VALUE "   LOW BAL".
           05 FILLER               PIC X(10) VALUE "   MINIMUM".
           05 FILLER               PIC X(8) VALUE "     FEE".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(29) VALUE "ACTION".
       01 RPT-DETAIL-LINE.
           05 DTL-ACCT-NUMBER      PIC 9(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DTL-CUST-NUMBER      PIC 9(6).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DTL-PRODUCT-CODE     PIC X(2).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DTL-LOW-BALANCE      PIC -(6)9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DTL-MIN-BALANCE      PIC Z(5)9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DTL-FEE              PIC Z(3)9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DTL-ACTION           PIC X(29).
       01 RPT-TOTAL-LINE.
           05 TOT-CAPTION          PIC X(30).
           05 TOT-COUNT            PIC ZZZ,ZZ9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 TOT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(23) VALUE SPACES.
       01 RPT-SEPARATOR-LINE       PIC X(80) VALUE ALL "=".
       01 RPT-BLANK-LINE           PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM READ-BUSINESS-DATE
           IF NOT EOD-STREAM-ACTIVE
               DISPLAY "*** EOD stream has not been started for "
                   BUSD-DATE " - run EodControl START first. "
                   "Nothing processed. ***"
               STOP RUN
           END-IF
           MOVE BUSD-DATE TO WS-PROCESS-DATE
           MOVE WS-PROCESS-DATE(1:7) TO WS-PROCESS-MONTH
           PERFORM OPEN-FEE-FILES
           PERFORM LOAD-WAIVER-LIST
           PERFORM SUM-MONTH-PASS
           PERFORM LOW-BALANCE-PASS
           PERFORM WRITE-REPORT-HEADER
           MOVE 'N' TO MASTER-EOF-FLAG
           MOVE 0 TO ACCT-NUMBER
           START ACCOUNT-MASTER-FILE
               KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO MASTER-EOF-FLAG
           END-START
           PERFORM ASSESS-NEXT-ACCOUNT UNTIL MASTER-EOF-FLAG = 'Y'
           PERFORM WRITE-REPORT-TOTALS
           PERFORM CLOSE-FEE-FILES
           PERFORM PRINT-FEE-SUMMARY
           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSD-FILE-STATUS NOT = '00'
               DISPLAY "Business date control record could not be "
                   "read - status " BUSD-FILE-STATUS
               DISPLAY "Maintenance fee run aborted."
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY "Business date control record is empty."
                   DISPLAY "Maintenance fee run aborted."
                   CLOSE BUSINESS-DATE-FILE
                   STOP RUN
           END-READ
           CLOSE BUSINESS-DATE-FILE.

      *    With no fee schedule there is nothing to charge, so the
      *    run stops before it touches the account master.
       OPEN-FEE-FILES.
           OPEN INPUT FEE-SCHEDULE-FILE
           IF FEE-FILE-STATUS NOT = '00'
               DISPLAY "Fee schedule could not be opened - status "
                   FEE-FILE-STATUS
               DISPLAY "Maintenance fee run aborted."
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT-MASTER-FILE
           IF ACCT-MASTER-STATUS NOT = '00'
               DISPLAY "Account master file could not be opened - "
                   "status " ACCT-MASTER-STATUS
               DISPLAY "Maintenance fee run aborted."
               STOP RUN
           END-IF
           OPEN OUTPUT MONTH-WORK-FILE
           CLOSE MONTH-WORK-FILE
           OPEN I-O MONTH-WORK-FILE
           OPEN OUTPUT WAIVER-WORK-FILE
           CLOSE WAIVER-WORK-FILE
           OPEN I-O WAIVER-WORK-FILE
           IF MONTH-WORK-STATUS NOT = '00'
                   OR WAIVER-WORK-STATUS NOT = '00'
               DISPLAY "Fee work files could not be opened - "
                   "status " MONTH-WORK-STATUS "/" WAIVER-WORK-STATUS
               DISPLAY "Maintenance fee run aborted."
               STOP RUN
           END-IF
           OPEN OUTPUT FEE-REPORT-FILE
           IF FEE-RPT-STATUS NOT = '00'
               DISPLAY "Fee report file could not be opened - "
                   "status " FEE-RPT-STATUS
               DISPLAY "Maintenance fee run aborted."
               STOP RUN
           END-IF.

       CLOSE-FEE-FILES.
           CLOSE FEE-REPORT-FILE
           CLOSE WAIVER-WORK-FILE
           CLOSE MONTH-WORK-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE FEE-SCHEDULE-FILE.

       LOAD-WAIVER-LIST.
           OPEN INPUT FEE-WAIVER-FILE
           IF FEE-WAIVE-STATUS = '35'
               DISPLAY "*** WARNING: FEEWAIVE not found - no "
                   "customers exempt this run ***"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WAIVE-EOF-FLAG
           PERFORM LOAD-NEXT-WAIVER UNTIL WAIVE-EOF-FLAG = 'Y'
           CLOSE FEE-WAIVER-FILE.

       LOAD-NEXT-WAIVER.
           READ FEE-WAIVER-FILE
               AT END
                   MOVE 'Y' TO WAIVE-EOF-FLAG
               NOT AT END
                   IF FWV-CUST-NUMBER IS NUMERIC
                           AND FWV-CUST-NUMBER > 0
                       MOVE FWV-CUST-NUMBER TO WAIVER-CUST-NUMBER
                       MOVE FWV-REASON TO WAIVER-REASON
                       WRITE WAIVER-WORK-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-WAIVERS-LOADED
                       END-WRITE
                   END-IF
           END-READ.

      *    First pass nets each account's movement for the month
      *    so the opening balance can be backed out of the
      *    current balance. A MAINT FEE already posted for the
      *    month marks the account as assessed.
       SUM-MONTH-PASS.
           MOVE 'N' TO TRAN-EOF-FLAG
           OPEN INPUT TRANSACTION-FILE
           IF TRAN-FILE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF TRAN-FILE-STATUS NOT = '00'
               DISPLAY "Transaction file could not be opened - "
                   "status " TRAN-FILE-STATUS
               DISPLAY "Maintenance fee run aborted."
               STOP RUN
           END-IF
           PERFORM SUM-NEXT-TRAN UNTIL TRAN-EOF-FLAG = 'Y'
           CLOSE TRANSACTION-FILE.

       SUM-NEXT-TRAN.
           READ TRANSACTION-FILE
               AT END
                   MOVE 'Y' TO TRAN-EOF-FLAG
               NOT AT END
                   IF TRANSACTION-DATE(1:7) = WS-PROCESS-MONTH
                           AND TRANSACTION-TYPE NOT = "BAL FWD"
                       ADD 1 TO WS-MONTH-TRANS-READ
                       PERFORM SUM-ONE-TRAN
                   END-IF
           END-READ.

       SUM-ONE-TRAN.
           PERFORM COMPUTE-TRAN-DELTA
           MOVE TRAN-ACCOUNT-NUMBER TO WORK-ACCT-NUMBER
           READ MONTH-WORK-FILE
               INVALID KEY
                   MOVE TRAN-ACCOUNT-NUMBER TO WORK-ACCT-NUMBER
                   MOVE WS-TRAN-DELTA TO WORK-NET-AMOUNT
                   MOVE 0 TO WORK-RUNNING-BALANCE
                   MOVE 0 TO WORK-LOW-BALANCE
                   MOVE 'N' TO WORK-STARTED-FLAG
                   MOVE 'N' TO WORK-ASSESSED-FLAG
                   IF TRANSACTION-TYPE = "MAINT FEE"
                       MOVE 'Y' TO WORK-ASSESSED-FLAG
                   END-IF
                   WRITE MONTH-WORK-RECORD
               NOT INVALID KEY
                   ADD WS-TRAN-DELTA TO WORK-NET-AMOUNT
                   IF TRANSACTION-TYPE = "MAINT FEE"
                       MOVE 'Y' TO WORK-ASSESSED-FLAG
                   END-IF
                   REWRITE MONTH-WORK-RECORD
           END-READ.

      *    Second pass replays the month in log order from the
      *    opening balance and keeps the lowest balance reached.
      *    An opening balance of zero is not counted - it is an
      *    account opened during the month - so its low is taken
      *    from the balances after its first deposit.
       LOW-BALANCE-PASS.
           MOVE 'N' TO TRAN-EOF-FLAG
           OPEN INPUT TRANSACTION-FILE
           IF TRAN-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM TRACK-NEXT-TRAN UNTIL TRAN-EOF-FLAG = 'Y'
           CLOSE TRANSACTION-FILE.

       TRACK-NEXT-TRAN.
           READ TRANSACTION-FILE
               AT END
                   MOVE 'Y' TO TRAN-EOF-FLAG
               NOT AT END
                   IF TRANSACTION-DATE(1:7) = WS-PROCESS-MONTH
                           AND TRANSACTION-TYPE NOT = "BAL FWD"
                       PERFORM TRACK-ONE-TRAN
                   END-IF
           END-READ.

       TRACK-ONE-TRAN.
           PERFORM COMPUTE-TRAN-DELTA
           MOVE TRAN-ACCOUNT-NUMBER TO WORK-ACCT-NUMBER
           READ MONTH-WORK-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF WORK-STARTED-FLAG NOT = 'Y'
               PERFORM START-ACCOUNT-MONTH
           END-IF
           ADD WS-TRAN-DELTA TO WORK-RUNNING-BALANCE
           IF WORK-RUNNING-BALANCE < WORK-LOW-BALANCE
               MOVE WORK-RUNNING-BALANCE TO WORK-LOW-BALANCE
           END-IF
           REWRITE MONTH-WORK-RECORD.

       START-ACCOUNT-MONTH.
           MOVE 'Y' TO WORK-STARTED-FLAG
           MOVE 0 TO WS-OPENING-BALANCE
           MOVE WORK-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 0 TO WS-OPENING-BALANCE
               NOT INVALID KEY
                   COMPUTE WS-OPENING-BALANCE =
                       ACCT-BALANCE - WORK-NET-AMOUNT
           END-READ
           MOVE WS-OPENING-BALANCE TO WORK-RUNNING-BALANCE
           IF WS-OPENING-BALANCE = 0
               MOVE 99999999.99 TO WORK-LOW-BALANCE
           ELSE
               MOVE WS-OPENING-BALANCE TO WORK-LOW-BALANCE
           END-IF.

       ASSESS-NEXT-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO MASTER-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-READ
                   IF (ACCT-CHECKING OR ACCT-SAVINGS)
                           AND NOT ACCT-CLOSED
                           AND NOT ACCT-FROZEN
                           AND NOT ACCT-ON-HOLD
                       PERFORM ASSESS-ONE-ACCOUNT
                   END-IF
           END-READ.

       ASSESS-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-ELIGIBLE
           MOVE ACCT-PRODUCT-CODE TO FEE-PRODUCT-CODE
           READ FEE-SCHEDULE-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-SCHEDULE-COUNT
                   EXIT PARAGRAPH
           END-READ
           IF FEE-MAINT-FEE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-NUMBER TO WORK-ACCT-NUMBER
           READ MONTH-WORK-FILE
               INVALID KEY
                   MOVE 'N' TO WS-WORK-FOUND-FLAG
                   MOVE ACCT-BALANCE TO WS-LOW-BALANCE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-WORK-FOUND-FLAG
                   MOVE WORK-LOW-BALANCE TO WS-LOW-BALANCE
           END-READ
           IF WS-LOW-BALANCE NOT < FEE-MIN-BALANCE
               ADD 1 TO WS-ACCOUNTS-ABOVE-MIN
               EXIT PARAGRAPH
           END-IF
           IF WS-WORK-FOUND-FLAG = 'Y' AND WORK-ASSESSED-FLAG = 'Y'
               ADD 1 TO WS-ALREADY-ASSESSED
               MOVE "ALREADY CHARGED THIS MONTH" TO WS-ACTION-TEXT
               PERFORM WRITE-REPORT-DETAIL
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-CUSTOMER-NUMBER TO WAIVER-CUST-NUMBER
           READ WAIVER-WORK-FILE
               INVALID KEY
                   PERFORM CHARGE-MAINTENANCE-FEE
               NOT INVALID KEY
                   ADD 1 TO WS-FEES-WAIVED
                   ADD FEE-MAINT-FEE TO WS-FEES-WAIVED-TOTAL
                   MOVE SPACES TO WS-ACTION-TEXT
                   STRING "WAIVED - " WAIVER-REASON
                       DELIMITED BY SIZE INTO WS-ACTION-TEXT
                   PERFORM WRITE-REPORT-DETAIL
           END-READ.

      *    The fee is charged in full even where it overdraws the
      *    account; OverdraftAging picks the balance up from there.
       CHARGE-MAINTENANCE-FEE.
           SUBTRACT FEE-MAINT-FEE FROM ACCT-BALANCE
           REWRITE ACCOUNT-MASTER-RECORD
           MOVE "MAINT FEE" TO TRANSACTION-TYPE
           MOVE FEE-MAINT-FEE TO TRANSACTION-AMOUNT
           PERFORM WRITE-TRANSACTION-RECORD
           ADD 1 TO WS-FEES-CHARGED
           ADD FEE-MAINT-FEE TO WS-FEES-CHARGED-TOTAL
           MOVE "CHARGED" TO WS-ACTION-TEXT
           IF ACCT-BALANCE < 0
               ADD 1 TO WS-OVERDRAWN-BY-FEE
               MOVE "CHARGED - ACCOUNT OVERDRAWN" TO WS-ACTION-TEXT
           END-IF
           PERFORM WRITE-REPORT-DETAIL.

       COMPUTE-TRAN-DELTA.
           EVALUATE TRANSACTION-TYPE
               WHEN "DEPOSIT"
                   MOVE TRANSACTION-AMOUNT TO WS-TRAN-DELTA
               WHEN "INTEREST"
                   MOVE TRANSACTION-AMOUNT TO WS-TRAN-DELTA
               WHEN "WITHDRAWAL"
                   COMPUTE WS-TRAN-DELTA = 0 - TRANSACTION-AMOUNT
               WHEN "OVERDRAFT"
                   COMPUTE WS-TRAN-DELTA = 0 - TRANSACTION-AMOUNT
               WHEN "OD FEE"
                   COMPUTE WS-TRAN-DELTA = 0 - TRANSACTION-AMOUNT
               WHEN "CD PENALTY"
                   COMPUTE WS-TRAN-DELTA = 0 - TRANSACTION-AMOUNT
               WHEN "MAINT FEE"
                   COMPUTE WS-TRAN-DELTA = 0 - TRANSACTION-AMOUNT
               WHEN "XS WD FEE"
                   COMPUTE WS-TRAN-DELTA = 0 - TRANSACTION-AMOUNT
               WHEN "CHARGEOFF"
                   MOVE TRANSACTION-AMOUNT TO WS-TRAN-DELTA
               WHEN "RECOVERY"
                   COMPUTE WS-TRAN-DELTA = 0 - TRANSACTION-AMOUNT
               WHEN "TRANSFER"
                   IF TRANSACTION-SIGN = "-"
                       COMPUTE WS-TRAN-DELTA = 0 - TRANSACTION-AMOUNT
                   ELSE
                       MOVE TRANSACTION-AMOUNT TO WS-TRAN-DELTA
                   END-IF
               WHEN "ADJUSTMENT"
                   IF TRANSACTION-SIGN = "-"
                       COMPUTE WS-TRAN-DELTA = 0 - TRANSACTION-AMOUNT
                   ELSE
                       MOVE TRANSACTION-AMOUNT TO WS-TRAN-DELTA
                   END-IF
               WHEN "REVERSAL"
                   IF TRANSACTION-SIGN = "-"
                       COMPUTE WS-TRAN-DELTA = 0 - TRANSACTION-AMOUNT
                   ELSE
                       MOVE TRANSACTION-AMOUNT TO WS-TRAN-DELTA
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WS-TRAN-DELTA
           END-EVALUATE.

       WRITE-TRANSACTION-RECORD.
           MOVE ACCT-NUMBER TO TRAN-ACCOUNT-NUMBER
           MOVE SPACE TO TRANSACTION-SIGN
           MOVE WS-PROCESS-DATE TO TRANSACTION-DATE
           MOVE WS-BATCH-ID TO TRAN-TELLER-ID
           MOVE SPACES TO TRAN-REFERENCE
           OPEN EXTEND TRANSACTION-FILE
           IF TRAN-FILE-STATUS = '35'
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN EXTEND TRANSACTION-FILE
           END-IF
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACTION-FILE.

       WRITE-REPORT-HEADER.
           MOVE WS-PROCESS-MONTH TO TTL-PROCESS-MONTH
           MOVE WS-PROCESS-DATE TO TTL-PROCESS-DATE
           WRITE FEE-REPORT-RECORD FROM RPT-TITLE-LINE
           WRITE FEE-REPORT-RECORD FROM RPT-SEPARATOR-LINE
           WRITE FEE-REPORT-RECORD FROM RPT-COLUMN-LINE.

       WRITE-REPORT-DETAIL.
           MOVE ACCT-NUMBER TO DTL-ACCT-NUMBER
           MOVE ACCT-CUSTOMER-NUMBER TO DTL-CUST-NUMBER
           MOVE ACCT-PRODUCT-CODE TO DTL-PRODUCT-CODE
           MOVE WS-LOW-BALANCE TO DTL-LOW-BALANCE
           MOVE FEE-MIN-BALANCE TO DTL-MIN-BALANCE
           MOVE FEE-MAINT-FEE TO DTL-FEE
           MOVE WS-ACTION-TEXT TO DTL-ACTION
           WRITE FEE-REPORT-RECORD FROM RPT-DETAIL-LINE.

       WRITE-REPORT-TOTALS.
           WRITE FEE-REPORT-RECORD FROM RPT-SEPARATOR-LINE
           MOVE "ACCOUNTS ASSESSED" TO TOT-CAPTION
           MOVE WS-ACCOUNTS-ELIGIBLE TO TOT-COUNT
           MOVE 0 TO TOT-AMOUNT
           WRITE FEE-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "AT OR ABOVE MINIMUM" TO TOT-CAPTION
           MOVE WS-ACCOUNTS-ABOVE-MIN TO TOT-COUNT
           WRITE FEE-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "FEES CHARGED" TO TOT-CAPTION
           MOVE WS-FEES-CHARGED TO TOT-COUNT
           MOVE WS-FEES-CHARGED-TOTAL TO TOT-AMOUNT
           WRITE FEE-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "FEES WAIVED" TO TOT-CAPTION
           MOVE WS-FEES-WAIVED TO TOT-COUNT
           MOVE WS-FEES-WAIVED-TOTAL TO TOT-AMOUNT
           WRITE FEE-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "ALREADY CHARGED THIS MONTH" TO TOT-CAPTION
           MOVE WS-ALREADY-ASSESSED TO TOT-COUNT
           MOVE 0 TO TOT-AMOUNT
           WRITE FEE-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "NO FEE SCHEDULE FOR PRODUCT" TO TOT-CAPTION
           MOVE WS-NO-SCHEDULE-COUNT TO TOT-COUNT
           WRITE FEE-REPORT-RECORD FROM RPT-TOTAL-LINE.

       PRINT-FEE-SUMMARY.
           DISPLAY "===================================="
           DISPLAY "Maintenance Fee Run Summary"
           DISPLAY "===================================="
           DISPLAY "Business Date:       " WS-PROCESS-DATE
           DISPLAY "Fee Month:           " WS-PROCESS-MONTH
           DISPLAY "Waivers Loaded:      " WS-WAIVERS-LOADED
           DISPLAY "Month Transactions:  " WS-MONTH-TRANS-READ
           DISPLAY "Accounts Read:       " WS-ACCOUNTS-READ
           DISPLAY "Accounts Assessed:   " WS-ACCOUNTS-ELIGIBLE
           DISPLAY "Above Minimum:       " WS-ACCOUNTS-ABOVE-MIN
           DISPLAY "Fees Charged:        " WS-FEES-CHARGED
           DISPLAY "Amount Charged:      " WS-FEES-CHARGED-TOTAL
           DISPLAY "Fees Waived:         " WS-FEES-WAIVED
           DISPLAY "Amount Waived:       " WS-FEES-WAIVED-TOTAL
           DISPLAY "Already Charged:     " WS-ALREADY-ASSESSED
           DISPLAY "Overdrawn by Fee:    " WS-OVERDRAWN-BY-FEE
           DISPLAY "No Fee Schedule:     " WS-NO-SCHEDULE-COUNT
           DISPLAY "====================================".
