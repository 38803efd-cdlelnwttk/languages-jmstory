       IDENTIFICATION DIVISION.
       PROGRAM-ID. OverdraftAging.
       AUTHOR. Jessica Story.
       DATE-WRITTEN. 10-15-2026.
       SECURITY. None.
       REMARKS. Daily overdrawn account aging and collections run.
           Walks the account master and ages every negative balance
           from the first business day it was found overdrawn, in
           buckets of 1-30, 31-60, 61-90 and over 90 days. Each step
           into an older bucket mails an escalating collection
           notice to the customer master address. An account past
           the hold age in the ODPARM parameter file is put on hold
           (deposits only); one past the charge-off age has its
           balance written off to zero with a CHARGEOFF transaction,
           which GLExtract books to loan loss. Any later credit to a
           charged-off account is applied against the amount written
           off with a RECOVERY transaction until it is recovered in
           full. An account brought back to zero or better leaves
           aging, and a hold this run placed is lifted. Prints the
           aging report with bucket totals.

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
                      SELECT CUSTOMER-MASTER-FILE
                          ASSIGN TO 'CUSTMAST'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS CUST-NUMBER
                          FILE STATUS IS CUST-MASTER-STATUS.
                      SELECT OD-AGING-FILE
                          ASSIGN TO 'ODAGING'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS ODA-ACCT-NUMBER
                          FILE STATUS IS ODA-FILE-STATUS.
                      SELECT OD-PARM-FILE
                          ASSIGN TO 'ODPARM'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS OD-PARM-STATUS.
                      SELECT BUSINESS-DATE-FILE
                          ASSIGN TO 'BUSDCTL'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS BUSD-FILE-STATUS.
                      SELECT NOTICE-FILE
                          ASSIGN TO 'ODNOTICE'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS NOTICE-FILE-STATUS.
                      SELECT AGING-REPORT-FILE
                          ASSIGN TO 'ODAGERPT'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS AGING-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
           COPY TRANREC.

       FD ACCOUNT-MASTER-FILE.
           COPY ACCTMAST.

       FD CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD OD-AGING-FILE.
           COPY ODAGING.

       FD OD-PARM-FILE.
       01 OD-PARM-RECORD.
           05 PARM-HOLD-DAYS       PIC 9(3).
           05 PARM-CHARGEOFF-DAYS  PIC 9(3).

       FD BUSINESS-DATE-FILE.
           COPY BUSDCTL.

       FD NOTICE-FILE.
       01 NOTICE-RECORD            PIC X(80).

       FD AGING-REPORT-FILE.
       01 AGING-REPORT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01 BUSD-FILE-STATUS         PIC X(2) VALUE '00'.
       01 ACCT-MASTER-STATUS       PIC X(2) VALUE '00'.
       01 CUST-MASTER-STATUS       PIC X(2) VALUE '00'.
       01 TRAN-FILE-STATUS         PIC X(2) VALUE '00'.
       01 ODA-FILE-STATUS          PIC X(2) VALUE '00'.
       01 OD-PARM-STATUS           PIC X(2) VALUE '00'.
       01 NOTICE-FILE-STATUS       PIC X(2) VALUE '00'.
       01 AGING-RPT-STATUS         PIC X(2) VALUE '00'.
       01 MASTER-EOF-FLAG          PIC X VALUE 'N'.
       01 WS-CUST-FILE-OK-FLAG     PIC X VALUE 'N'.
       01 WS-ODA-FOUND-FLAG        PIC X VALUE 'N'.
       01 WS-BATCH-ID              PIC X(10) VALUE "COLLECT".
       01 WS-PROCESS-DATE          PIC X(10).
       01 WS-HOLD-DAYS             PIC 9(3) VALUE 60.
       01 WS-CHARGEOFF-DAYS        PIC 9(3) VALUE 120.
       01 WS-DATE-YYYYMMDD         PIC 9(8).
       01 WS-DATE-PARTS.
           05 WS-DATE-YYYY         PIC 9(4).
           05 WS-DATE-MM           PIC 9(2).
           05 WS-DATE-DD           PIC 9(2).
       01 WS-PROCESS-INTEGER       PIC 9(8).
       01 WS-SINCE-INTEGER         PIC 9(8).
       01 WS-DAYS-OVERDRAWN        PIC 9(5).
       01 WS-BUCKET                PIC 9(1).
       01 WS-NOTICE-LEVEL          PIC 9(1).
       01 WS-OVERDRAWN-AMOUNT      PIC 9(6)V99.
       01 WS-OUTSTANDING           PIC 9(6)V99.
       01 WS-RECOVERY-AMOUNT       PIC 9(6)V99.
       01 WS-ACTION-TEXT           PIC X(28).
       01 WS-ACCOUNTS-READ         PIC 9(6) VALUE 0.
       01 WS-OVERDRAWN-COUNT       PIC 9(6) VALUE 0.
       01 WS-OVERDRAWN-TOTAL       PIC 9(10)V99 VALUE 0.
       01 WS-NOTICES-SENT          PIC 9(6) VALUE 0.
       01 WS-NOTICES-UNSENT        PIC 9(6) VALUE 0.
       01 WS-HOLDS-PLACED          PIC 9(6) VALUE 0.
       01 WS-HOLDS-LIFTED          PIC 9(6) VALUE 0.
       01 WS-CURED-COUNT           PIC 9(6) VALUE 0.
       01 WS-CHARGEOFF-COUNT       PIC 9(6) VALUE 0.
       01 WS-CHARGEOFF-TOTAL       PIC 9(10)V99 VALUE 0.
       01 WS-RECOVERY-COUNT        PIC 9(6) VALUE 0.
       01 WS-RECOVERY-TOTAL        PIC 9(10)V99 VALUE 0.

       01 WS-BUCKET-TABLE.
           05 WS-BUCKET-ENTRY OCCURS 4 TIMES.
               10 WS-BKT-COUNT     PIC 9(6).
               10 WS-BKT-AMOUNT    PIC 9(10)V99.
       01 WS-BUCKET-LABELS.
           05 FILLER               PIC X(6) VALUE "1-30".
           05 FILLER               PIC X(6) VALUE "31-60".
           05 FILLER               PIC X(6) VALUE "61-90".
           05 FILLER               PIC X(6) VALUE "OVR 90".
       01 WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           05 WS-BKT-LABEL         PIC X(6) OCCURS 4 TIMES.

       01 RPT-TITLE-LINE.
           05 FILLER               PIC X(36)
               VALUE "OVERDRAWN ACCOUNT AGING REPORT AS OF".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 TTL-PROCESS-DATE     PIC X(10).
           05 FILLER               PIC X(33) VALUE SPACES.
       01 RPT-PARM-LINE.
           05 FILLER               PIC X(20) VALUE "HOLD AFTER DAYS:".
           05 PRM-HOLD-DAYS        PIC ZZ9.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(25)
               VALUE "CHARGE OFF AFTER DAYS:".
           05 PRM-CHARGEOFF-DAYS   PIC ZZ9.
           05 FILLER               PIC X(24) VALUE SPACES.
       01 RPT-COLUMN-LINE.
           05 FILLER               PIC X(11) VALUE "ACCOUNT".
           05 FILLER               PIC X(7) VALUE "CUST".
           05 FILLER               PIC X(11) VALUE "SINCE".
           05 FILLER               PIC X(5) VALUE "DAYS".
           05 FILLER               PIC X(7) VALUE "BUCKET".
           05 FILLER               PIC X(11) VALUE "    BALANCE".
           05 FILLER               PIC X(28) VALUE "ACTION".
       01 RPT-DETAIL-LINE.
           05 DTL-ACCT-NUMBER      PIC 9(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DTL-CUST-NUMBER      PIC 9(6).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DTL-SINCE-DATE       PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DTL-DAYS             PIC ZZZ9.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DTL-BUCKET           PIC X(6).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DTL-BALANCE          PIC -(6)9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DTL-ACTION           PIC X(28).
       01 RPT-TOTAL-LINE.
           05 TOT-CAPTION          PIC X(30).
           05 TOT-COUNT            PIC ZZZ,ZZ9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 TOT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(23) VALUE SPACES.
       01 RPT-SEPARATOR-LINE       PIC X(80) VALUE ALL "=".
       01 RPT-BLANK-LINE           PIC X(80) VALUE SPACES.

       01 NTC-TITLE-LINE.
           05 NTC-TITLE            PIC X(50).
           05 FILLER               PIC X(20) VALUE SPACES.
           05 NTC-PROCESS-DATE     PIC X(10).
       01 NTC-TEXT-LINE.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 NTC-TEXT             PIC X(76).
       01 NTC-ACCOUNT-LINE.
           05 FILLER               PIC X(8) VALUE "Account ".
           05 NTC-ACCT-NUMBER      PIC 9(10).
           05 FILLER               PIC X(27)
               VALUE " has been overdrawn since ".
           05 NTC-SINCE-DATE       PIC X(10).
           05 FILLER               PIC X(2) VALUE " (".
           05 NTC-DAYS             PIC ZZZ9.
           05 FILLER               PIC X(7) VALUE " days).".
           05 FILLER               PIC X(12) VALUE SPACES.
       01 NTC-AMOUNT-LINE.
           05 NTC-AMOUNT-CAPTION   PIC X(30).
           05 NTC-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(38) VALUE SPACES.

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
           PERFORM LOAD-AGING-PARM
           MOVE WS-PROCESS-DATE(1:4) TO WS-DATE-YYYY
           MOVE WS-PROCESS-DATE(6:2) TO WS-DATE-MM
           MOVE WS-PROCESS-DATE(9:2) TO WS-DATE-DD
           MOVE WS-DATE-PARTS TO WS-DATE-YYYYMMDD
           COMPUTE WS-PROCESS-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           INITIALIZE WS-BUCKET-TABLE
           PERFORM OPEN-AGING-FILES
           PERFORM WRITE-REPORT-HEADER
           MOVE 'N' TO MASTER-EOF-FLAG
           PERFORM AGE-NEXT-ACCOUNT UNTIL MASTER-EOF-FLAG = 'Y'
           PERFORM WRITE-REPORT-TOTALS
           PERFORM CLOSE-AGING-FILES
           PERFORM PRINT-AGING-SUMMARY
           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSD-FILE-STATUS NOT = '00'
               DISPLAY "Business date control record could not be "
                   "read - status " BUSD-FILE-STATUS
               DISPLAY "Overdraft aging run aborted."
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY "Business date control record is empty."
                   DISPLAY "Overdraft aging run aborted."
                   CLOSE BUSINESS-DATE-FILE
                   STOP RUN
           END-READ
           CLOSE BUSINESS-DATE-FILE.

       LOAD-AGING-PARM.
           OPEN INPUT OD-PARM-FILE
           IF OD-PARM-STATUS = '35'
               DISPLAY "*** WARNING: ODPARM not found - default "
                   "hold 60 / charge-off 120 days used ***"
           ELSE
               READ OD-PARM-FILE
                   AT END
                       DISPLAY "*** WARNING: ODPARM empty - default "
                           "hold 60 / charge-off 120 days used ***"
                   NOT AT END
                       MOVE PARM-HOLD-DAYS TO WS-HOLD-DAYS
                       MOVE PARM-CHARGEOFF-DAYS TO WS-CHARGEOFF-DAYS
               END-READ
               CLOSE OD-PARM-FILE
           END-IF.

       OPEN-AGING-FILES.
           OPEN I-O ACCOUNT-MASTER-FILE
           IF ACCT-MASTER-STATUS NOT = '00'
               DISPLAY "Account master file could not be opened - "
                   "status " ACCT-MASTER-STATUS
               DISPLAY "Overdraft aging run aborted."
               STOP RUN
           END-IF
           OPEN I-O OD-AGING-FILE
           IF ODA-FILE-STATUS = '35'
               OPEN OUTPUT OD-AGING-FILE
               CLOSE OD-AGING-FILE
               OPEN I-O OD-AGING-FILE
           END-IF
           IF ODA-FILE-STATUS NOT = '00'
               DISPLAY "Overdraft aging file could not be opened - "
                   "status " ODA-FILE-STATUS
               DISPLAY "Overdraft aging run aborted."
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUST-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-CUST-FILE-OK-FLAG
           ELSE
               DISPLAY "*** WARNING: customer master could not be "
                   "opened - status " CUST-MASTER-STATUS
                   " - no collection notices can be addressed ***"
           END-IF
           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT AGING-REPORT-FILE
           IF NOTICE-FILE-STATUS NOT = '00'
                   OR AGING-RPT-STATUS NOT = '00'
               DISPLAY "Notice or report file could not be opened - "
                   "status " NOTICE-FILE-STATUS "/" AGING-RPT-STATUS
               DISPLAY "Overdraft aging run aborted."
               STOP RUN
           END-IF.

       CLOSE-AGING-FILES.
           CLOSE AGING-REPORT-FILE
           CLOSE NOTICE-FILE
           IF WS-CUST-FILE-OK-FLAG = 'Y'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           CLOSE OD-AGING-FILE
           CLOSE ACCOUNT-MASTER-FILE.

       AGE-NEXT-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO MASTER-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-READ
                   IF NOT ACCT-CLOSED
                       PERFORM AGE-ONE-ACCOUNT
                   END-IF
           END-READ.

       AGE-ONE-ACCOUNT.
           MOVE ACCT-NUMBER TO ODA-ACCT-NUMBER
           READ OD-AGING-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ODA-FOUND-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ODA-FOUND-FLAG
           END-READ
           IF ACCT-BALANCE < 0
               IF WS-ODA-FOUND-FLAG = 'Y' AND ODA-CHARGED-OFF
                   MOVE "OVERDRAWN AFTER CHARGE-OFF" TO WS-ACTION-TEXT
                   MOVE 0 TO WS-DAYS-OVERDRAWN
                   MOVE 0 TO WS-BUCKET
                   PERFORM WRITE-REPORT-DETAIL
               ELSE
                   PERFORM AGE-OVERDRAWN-ACCOUNT
               END-IF
           ELSE
               IF WS-ODA-FOUND-FLAG = 'Y'
                   IF ODA-AGING
                       PERFORM CURE-OVERDRAWN-ACCOUNT
                   ELSE
                       IF ODA-CHARGED-OFF AND ACCT-BALANCE > 0
                           PERFORM APPLY-RECOVERY
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    A fully recovered account that goes overdrawn again
      *    starts a new aging period on the same record.
       AGE-OVERDRAWN-ACCOUNT.
           IF WS-ODA-FOUND-FLAG = 'N' OR ODA-RECOVERED
               MOVE ACCT-NUMBER TO ODA-ACCT-NUMBER
               MOVE 'O' TO ODA-STATUS
               MOVE WS-PROCESS-DATE TO ODA-SINCE-DATE
               MOVE 0 TO ODA-NOTICE-LEVEL
               MOVE 'N' TO ODA-HOLD-PLACED
               MOVE SPACES TO ODA-CHARGEOFF-DATE
               MOVE 0 TO ODA-CHARGEOFF-AMOUNT
               MOVE 0 TO ODA-RECOVERED-AMOUNT
               MOVE SPACES TO ODA-LAST-RECOVERY-DATE
               IF WS-ODA-FOUND-FLAG = 'N'
                   WRITE OVERDRAFT-AGING-RECORD
                       INVALID KEY
                           DISPLAY "*** ERROR: aging record for "
                               ACCT-NUMBER " could not be written - "
                               "status " ODA-FILE-STATUS " ***"
                   END-WRITE
               END-IF
           END-IF
           MOVE ODA-SINCE-DATE(1:4) TO WS-DATE-YYYY
           MOVE ODA-SINCE-DATE(6:2) TO WS-DATE-MM
           MOVE ODA-SINCE-DATE(9:2) TO WS-DATE-DD
           MOVE WS-DATE-PARTS TO WS-DATE-YYYYMMDD
           COMPUTE WS-SINCE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           COMPUTE WS-DAYS-OVERDRAWN =
               WS-PROCESS-INTEGER - WS-SINCE-INTEGER + 1
           EVALUATE TRUE
               WHEN WS-DAYS-OVERDRAWN NOT > 30
                   MOVE 1 TO WS-BUCKET
               WHEN WS-DAYS-OVERDRAWN NOT > 60
                   MOVE 2 TO WS-BUCKET
               WHEN WS-DAYS-OVERDRAWN NOT > 90
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE
           COMPUTE WS-OVERDRAWN-AMOUNT = 0 - ACCT-BALANCE
           ADD 1 TO WS-OVERDRAWN-COUNT
           ADD WS-OVERDRAWN-AMOUNT TO WS-OVERDRAWN-TOTAL
           ADD 1 TO WS-BKT-COUNT(WS-BUCKET)
           ADD WS-OVERDRAWN-AMOUNT TO WS-BKT-AMOUNT(WS-BUCKET)
           MOVE SPACES TO WS-ACTION-TEXT
           IF WS-DAYS-OVERDRAWN > WS-CHARGEOFF-DAYS
               PERFORM CHARGE-OFF-ACCOUNT
           ELSE
               IF WS-DAYS-OVERDRAWN > WS-HOLD-DAYS
                       AND (ACCT-ACTIVE OR ACCT-DORMANT)
                   MOVE 'H' TO ACCT-STATUS
                   REWRITE ACCOUNT-MASTER-RECORD
                   MOVE 'Y' TO ODA-HOLD-PLACED
                   ADD 1 TO WS-HOLDS-PLACED
                   MOVE "PLACED ON HOLD" TO WS-ACTION-TEXT
               END-IF
               IF WS-BUCKET > ODA-NOTICE-LEVEL
                   MOVE WS-BUCKET TO WS-NOTICE-LEVEL
                   PERFORM SEND-COLLECTION-NOTICE
               END-IF
               PERFORM WRITE-REPORT-DETAIL
           END-IF
           REWRITE OVERDRAFT-AGING-RECORD.

      *    The write-off credits the account back to zero and
      *    leaves it on hold, so it can take deposits - which
      *    come back as recoveries - but nothing can be drawn.
       CHARGE-OFF-ACCOUNT.
           MOVE "CHARGED OFF" TO WS-ACTION-TEXT
           PERFORM WRITE-REPORT-DETAIL
           MOVE 0 TO ACCT-BALANCE
           IF ACCT-ACTIVE OR ACCT-DORMANT
               MOVE 'H' TO ACCT-STATUS
               MOVE 'Y' TO ODA-HOLD-PLACED
               ADD 1 TO WS-HOLDS-PLACED
           END-IF
           REWRITE ACCOUNT-MASTER-RECORD
           MOVE "CHARGEOFF" TO TRANSACTION-TYPE
           MOVE WS-OVERDRAWN-AMOUNT TO TRANSACTION-AMOUNT
           PERFORM WRITE-TRANSACTION-RECORD
           MOVE 'W' TO ODA-STATUS
           MOVE WS-PROCESS-DATE TO ODA-CHARGEOFF-DATE
           MOVE WS-OVERDRAWN-AMOUNT TO ODA-CHARGEOFF-AMOUNT
           MOVE 0 TO ODA-RECOVERED-AMOUNT
           ADD 1 TO WS-CHARGEOFF-COUNT
           ADD WS-OVERDRAWN-AMOUNT TO WS-CHARGEOFF-TOTAL
           MOVE 5 TO WS-NOTICE-LEVEL
           PERFORM SEND-COLLECTION-NOTICE.

       CURE-OVERDRAWN-ACCOUNT.
           MOVE "BROUGHT CURRENT" TO WS-ACTION-TEXT
           IF ODA-HOLD-PLACED = 'Y' AND ACCT-ON-HOLD
               MOVE 'A' TO ACCT-STATUS
               REWRITE ACCOUNT-MASTER-RECORD
               ADD 1 TO WS-HOLDS-LIFTED
               MOVE "BROUGHT CURRENT - HOLD LIFTED" TO WS-ACTION-TEXT
           END-IF
           DELETE OD-AGING-FILE RECORD
               INVALID KEY
                   DISPLAY "*** ERROR: aging record for " ACCT-NUMBER
                       " could not be removed - status "
                       ODA-FILE-STATUS " ***"
           END-DELETE
           ADD 1 TO WS-CURED-COUNT
           MOVE 0 TO WS-DAYS-OVERDRAWN
           MOVE 0 TO WS-BUCKET
           PERFORM WRITE-REPORT-DETAIL.

      *    Any credit balance on a charged-off account goes to
      *    the amount still written off before the customer can
      *    have it.
       APPLY-RECOVERY.
           COMPUTE WS-OUTSTANDING =
               ODA-CHARGEOFF-AMOUNT - ODA-RECOVERED-AMOUNT
           IF ACCT-BALANCE < WS-OUTSTANDING
               MOVE ACCT-BALANCE TO WS-RECOVERY-AMOUNT
           ELSE
               MOVE WS-OUTSTANDING TO WS-RECOVERY-AMOUNT
           END-IF
           IF WS-RECOVERY-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-RECOVERY-AMOUNT FROM ACCT-BALANCE
           MOVE "RECOVERED" TO WS-ACTION-TEXT
           ADD WS-RECOVERY-AMOUNT TO ODA-RECOVERED-AMOUNT
           MOVE WS-PROCESS-DATE TO ODA-LAST-RECOVERY-DATE
           IF ODA-RECOVERED-AMOUNT NOT < ODA-CHARGEOFF-AMOUNT
               MOVE 'R' TO ODA-STATUS
               MOVE "RECOVERED IN FULL" TO WS-ACTION-TEXT
               IF ODA-HOLD-PLACED = 'Y' AND ACCT-ON-HOLD
                   MOVE 'A' TO ACCT-STATUS
                   ADD 1 TO WS-HOLDS-LIFTED
                   MOVE "RECOVERED IN FULL - HOLD LIFTED"
                       TO WS-ACTION-TEXT
               END-IF
           END-IF
           REWRITE ACCOUNT-MASTER-RECORD
           REWRITE OVERDRAFT-AGING-RECORD
           MOVE "RECOVERY" TO TRANSACTION-TYPE
           MOVE WS-RECOVERY-AMOUNT TO TRANSACTION-AMOUNT
           PERFORM WRITE-TRANSACTION-RECORD
           ADD 1 TO WS-RECOVERY-COUNT
           ADD WS-RECOVERY-AMOUNT TO WS-RECOVERY-TOTAL
           MOVE 0 TO WS-DAYS-OVERDRAWN
           MOVE 0 TO WS-BUCKET
           PERFORM WRITE-REPORT-DETAIL.

       SEND-COLLECTION-NOTICE.
           IF WS-CUST-FILE-OK-FLAG NOT = 'Y'
               ADD 1 TO WS-NOTICES-UNSENT
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-CUSTOMER-NUMBER TO CUST-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** Account " ACCT-NUMBER " customer "
                       ACCT-CUSTOMER-NUMBER
                       " not on file - notice not sent ***"
                   ADD 1 TO WS-NOTICES-UNSENT
               NOT INVALID KEY
                   PERFORM WRITE-COLLECTION-NOTICE
                   MOVE WS-NOTICE-LEVEL TO ODA-NOTICE-LEVEL
                   ADD 1 TO WS-NOTICES-SENT
                   IF WS-ACTION-TEXT = SPACES
                       MOVE "NOTICE MAILED" TO WS-ACTION-TEXT
                   END-IF
           END-READ.

       WRITE-COLLECTION-NOTICE.
           EVALUATE WS-NOTICE-LEVEL
               WHEN 1
                   MOVE "NOTICE OF OVERDRAWN ACCOUNT" TO NTC-TITLE
               WHEN 2
                   MOVE "SECOND NOTICE - ACCOUNT OVERDRAWN"
                       TO NTC-TITLE
               WHEN 3
                   MOVE "FINAL NOTICE - ACCOUNT OVERDRAWN"
                       TO NTC-TITLE
               WHEN 4
                   MOVE "DEMAND FOR PAYMENT - ACCOUNT OVERDRAWN"
                       TO NTC-TITLE
               WHEN OTHER
                   MOVE "NOTICE OF ACCOUNT CHARGE-OFF" TO NTC-TITLE
           END-EVALUATE
           MOVE WS-PROCESS-DATE TO NTC-PROCESS-DATE
           WRITE NOTICE-RECORD FROM NTC-TITLE-LINE
           WRITE NOTICE-RECORD FROM RPT-BLANK-LINE
           MOVE CUST-NAME TO NTC-TEXT
           WRITE NOTICE-RECORD FROM NTC-TEXT-LINE
           MOVE CUST-ADDRESS-LINE-1 TO NTC-TEXT
           WRITE NOTICE-RECORD FROM NTC-TEXT-LINE
           IF CUST-ADDRESS-LINE-2 NOT = SPACES
               MOVE CUST-ADDRESS-LINE-2 TO NTC-TEXT
               WRITE NOTICE-RECORD FROM NTC-TEXT-LINE
           END-IF
           MOVE SPACES TO NTC-TEXT
           STRING CUST-CITY " " CUST-STATE "  " CUST-ZIP
               DELIMITED BY SIZE INTO NTC-TEXT
           WRITE NOTICE-RECORD FROM NTC-TEXT-LINE
           WRITE NOTICE-RECORD FROM RPT-BLANK-LINE
           MOVE ACCT-NUMBER TO NTC-ACCT-NUMBER
           MOVE ODA-SINCE-DATE TO NTC-SINCE-DATE
           MOVE WS-DAYS-OVERDRAWN TO NTC-DAYS
           WRITE NOTICE-RECORD FROM NTC-ACCOUNT-LINE
           IF WS-NOTICE-LEVEL = 5
               MOVE "Amount charged off:" TO NTC-AMOUNT-CAPTION
           ELSE
               MOVE "Amount overdrawn:" TO NTC-AMOUNT-CAPTION
           END-IF
           MOVE WS-OVERDRAWN-AMOUNT TO NTC-AMOUNT
           WRITE NOTICE-RECORD FROM NTC-AMOUNT-LINE
           WRITE NOTICE-RECORD FROM RPT-BLANK-LINE
           EVALUATE WS-NOTICE-LEVEL
               WHEN 1
               WHEN 2
                   MOVE SPACES TO NTC-TEXT
                   STRING "Please deposit enough to bring the balance "
                       "to zero or better."
                       DELIMITED BY SIZE INTO NTC-TEXT
                   WRITE NOTICE-RECORD FROM NTC-TEXT-LINE
               WHEN 3
               WHEN 4
                   MOVE SPACES TO NTC-TEXT
                   STRING "Please deposit enough to bring the balance "
                       "to zero or better."
                       DELIMITED BY SIZE INTO NTC-TEXT
                   WRITE NOTICE-RECORD FROM NTC-TEXT-LINE
                   IF ACCT-ON-HOLD
                       MOVE SPACES TO NTC-TEXT
                       STRING "The account is on hold and will accept "
                           "deposits only."
                           DELIMITED BY SIZE INTO NTC-TEXT
                       WRITE NOTICE-RECORD FROM NTC-TEXT-LINE
                   END-IF
                   MOVE SPACES TO NTC-TEXT
                   STRING "Unpaid balances are charged off after "
                       WS-CHARGEOFF-DAYS " days overdrawn."
                       DELIMITED BY SIZE INTO NTC-TEXT
                   WRITE NOTICE-RECORD FROM NTC-TEXT-LINE
               WHEN OTHER
                   MOVE SPACES TO NTC-TEXT
                   STRING "The overdrawn balance has been charged off "
                       "and remains a debt owed"
                       DELIMITED BY SIZE INTO NTC-TEXT
                   WRITE NOTICE-RECORD FROM NTC-TEXT-LINE
                   MOVE SPACES TO NTC-TEXT
                   STRING "to the bank. Any deposit to the account "
                       "will be applied to it."
                       DELIMITED BY SIZE INTO NTC-TEXT
                   WRITE NOTICE-RECORD FROM NTC-TEXT-LINE
           END-EVALUATE
           WRITE NOTICE-RECORD FROM RPT-SEPARATOR-LINE.

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
           MOVE WS-PROCESS-DATE TO TTL-PROCESS-DATE
           WRITE AGING-REPORT-RECORD FROM RPT-TITLE-LINE
           MOVE WS-HOLD-DAYS TO PRM-HOLD-DAYS
           MOVE WS-CHARGEOFF-DAYS TO PRM-CHARGEOFF-DAYS
           WRITE AGING-REPORT-RECORD FROM RPT-PARM-LINE
           WRITE AGING-REPORT-RECORD FROM RPT-SEPARATOR-LINE
           WRITE AGING-REPORT-RECORD FROM RPT-COLUMN-LINE.

       WRITE-REPORT-DETAIL.
           MOVE ACCT-NUMBER TO DTL-ACCT-NUMBER
           MOVE ACCT-CUSTOMER-NUMBER TO DTL-CUST-NUMBER
           IF WS-BUCKET = 0
               MOVE SPACES TO DTL-SINCE-DATE
               MOVE 0 TO DTL-DAYS
               MOVE SPACES TO DTL-BUCKET
           ELSE
               MOVE ODA-SINCE-DATE TO DTL-SINCE-DATE
               MOVE WS-DAYS-OVERDRAWN TO DTL-DAYS
               MOVE WS-BKT-LABEL(WS-BUCKET) TO DTL-BUCKET
           END-IF
           MOVE ACCT-BALANCE TO DTL-BALANCE
           MOVE WS-ACTION-TEXT TO DTL-ACTION
           WRITE AGING-REPORT-RECORD FROM RPT-DETAIL-LINE.

       WRITE-REPORT-TOTALS.
           WRITE AGING-REPORT-RECORD FROM RPT-SEPARATOR-LINE
           MOVE 1 TO WS-BUCKET
           PERFORM WRITE-BUCKET-TOTAL 4 TIMES
           MOVE "TOTAL OVERDRAWN" TO TOT-CAPTION
           MOVE WS-OVERDRAWN-COUNT TO TOT-COUNT
           MOVE WS-OVERDRAWN-TOTAL TO TOT-AMOUNT
           WRITE AGING-REPORT-RECORD FROM RPT-TOTAL-LINE
           WRITE AGING-REPORT-RECORD FROM RPT-BLANK-LINE
           MOVE "CHARGED OFF THIS RUN" TO TOT-CAPTION
           MOVE WS-CHARGEOFF-COUNT TO TOT-COUNT
           MOVE WS-CHARGEOFF-TOTAL TO TOT-AMOUNT
           WRITE AGING-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "RECOVERIES THIS RUN" TO TOT-CAPTION
           MOVE WS-RECOVERY-COUNT TO TOT-COUNT
           MOVE WS-RECOVERY-TOTAL TO TOT-AMOUNT
           WRITE AGING-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "BROUGHT CURRENT" TO TOT-CAPTION
           MOVE WS-CURED-COUNT TO TOT-COUNT
           MOVE 0 TO TOT-AMOUNT
           WRITE AGING-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "COLLECTION NOTICES MAILED" TO TOT-CAPTION
           MOVE WS-NOTICES-SENT TO TOT-COUNT
           WRITE AGING-REPORT-RECORD FROM RPT-TOTAL-LINE.

       WRITE-BUCKET-TOTAL.
           MOVE SPACES TO TOT-CAPTION
           STRING "OVERDRAWN " WS-BKT-LABEL(WS-BUCKET) " DAYS"
               DELIMITED BY SIZE INTO TOT-CAPTION
           MOVE WS-BKT-COUNT(WS-BUCKET) TO TOT-COUNT
           MOVE WS-BKT-AMOUNT(WS-BUCKET) TO TOT-AMOUNT
           WRITE AGING-REPORT-RECORD FROM RPT-TOTAL-LINE
           ADD 1 TO WS-BUCKET.

       PRINT-AGING-SUMMARY.
           DISPLAY "===================================="
           DISPLAY "Overdraft Aging Run Summary"
           DISPLAY "===================================="
           DISPLAY "Business Date:       " WS-PROCESS-DATE
           DISPLAY "Accounts Read:       " WS-ACCOUNTS-READ
           DISPLAY "Accounts Overdrawn:  " WS-OVERDRAWN-COUNT
           DISPLAY "Amount Overdrawn:    " WS-OVERDRAWN-TOTAL
           DISPLAY "Notices Mailed:      " WS-NOTICES-SENT
           DISPLAY "Notices Not Sent:    " WS-NOTICES-UNSENT
           DISPLAY "Holds Placed:        " WS-HOLDS-PLACED
           DISPLAY "Holds Lifted:        " WS-HOLDS-LIFTED
           DISPLAY "Brought Current:     " WS-CURED-COUNT
           DISPLAY "Charged Off:         " WS-CHARGEOFF-COUNT
           DISPLAY "Amount Charged Off:  " WS-CHARGEOFF-TOTAL
           DISPLAY "Recoveries:          " WS-RECOVERY-COUNT
           DISPLAY "Amount Recovered:    " WS-RECOVERY-TOTAL
           DISPLAY "====================================".
