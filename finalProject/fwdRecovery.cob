       IDENTIFICATION DIVISION.
       PROGRAM-ID. ForwardRecovery.
       AUTHOR. Jessica Story.
       DATE-WRITTEN. 10-15-2026.
       SECURITY. Operations use only.
       REMARKS. Forward recovery of the account master. Proves the
           last ImageCopy images of ACCTMAST, HOLDFILE and
           SORDMAST - each header must name its file and all
           three the same business date, and each trailer's
           record count (and, for ACCTMAST, balance total) must
           agree - before anything is touched; then reloads all
           three masters from the images and replays every
           transaction log entry dated after the image date
           against the restored balances, using the same type
           rules Reconcile uses in COMPUTE-TRAN-DELTA. Entries
           dated on or before the image date are already in the
           image and are passed over. The recovery report lists
           every entry that could not be applied, with the
           reason, then every account rebuilt with its image
           balance, the net replayed and the recovered balance.
           Holds and standing orders come back as imaged; only
           balances are rolled forward. The report closes with
           the work to be done by hand before the day's batch is
           run again: every standing order debit posted since
           the image (the order must be re-advanced or it will
           post twice), every deposit since the image that
           placed a hold (the hold must be re-placed), and every
           account closed since the image (it comes back open).

       ENVIRONMENT DIVISION.
              CONFIGURATION SECTION.
                     SOURCE-COMPUTER. MICROSOFT-WINDOWS.
                     OBJECT-COMPUTER. MICROSOFT-WINDOWS.
              INPUT-OUTPUT SECTION.
                  FILE-CONTROL.
                      SELECT ACCT-IMAGE-FILE
                          ASSIGN TO 'ACCTIMG'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS ACCT-IMAGE-STATUS.
                      SELECT HOLD-IMAGE-FILE
                          ASSIGN TO 'HOLDIMG'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS HOLD-IMAGE-STATUS.
                      SELECT SORD-IMAGE-FILE
                          ASSIGN TO 'SORDIMG'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS SORD-IMAGE-STATUS.
                      SELECT ACCOUNT-MASTER-FILE
                          ASSIGN TO 'ACCTMAST'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS ACCT-NUMBER
                          ALTERNATE RECORD KEY IS
                              ACCT-CUSTOMER-NUMBER WITH DUPLICATES
                          FILE STATUS IS ACCT-MASTER-STATUS.
                      SELECT DEPOSIT-HOLD-FILE
                          ASSIGN TO 'HOLDFILE'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS HOLD-KEY
                          FILE STATUS IS HOLD-FILE-STATUS.
                      SELECT STANDING-ORDER-FILE
                          ASSIGN TO 'SORDMAST'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS SORD-KEY
                          FILE STATUS IS SORD-FILE-STATUS.
                      SELECT TRANSACTION-FILE
                          ASSIGN TO 'TRANSACT'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS TRAN-FILE-STATUS.
                      SELECT RECOVERY-WORK-FILE
                          ASSIGN TO 'RCVWORK'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS RCVW-ACCT-NUMBER
                          FILE STATUS IS RCV-WORK-STATUS.
                      SELECT RECOVERY-REPORT-FILE
                          ASSIGN TO 'RCVRPT'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS RCV-RPT-STATUS.
                      SELECT BUSINESS-DATE-FILE
                          ASSIGN TO 'BUSDCTL'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS BUSD-FILE-STATUS.
                      SELECT ACCOUNT-CLOSURE-FILE
                          ASSIGN TO 'CLOSELOG'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS CLOSE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCT-IMAGE-FILE.
       01 ACCT-IMAGE-RECORD        PIC X(80).

       FD HOLD-IMAGE-FILE.
       01 HOLD-IMAGE-RECORD        PIC X(80).

       FD SORD-IMAGE-FILE.
       01 SORD-IMAGE-RECORD        PIC X(80).

       FD ACCOUNT-MASTER-FILE.
           COPY ACCTMAST.

       FD DEPOSIT-HOLD-FILE.
           COPY HOLDREC.

       FD STANDING-ORDER-FILE.
           COPY STORDER.

       FD TRANSACTION-FILE.
           COPY TRANREC.

      *    One record per account the replay touched.
       FD RECOVERY-WORK-FILE.
       01 RECOVERY-WORK-RECORD.
           05 RCVW-ACCT-NUMBER     PIC 9(10).
           05 RCVW-IMAGE-BALANCE   PIC S9(6)V99
                                    SIGN IS LEADING SEPARATE.
           05 RCVW-NET-REPLAYED    PIC S9(8)V99
                                    SIGN IS LEADING SEPARATE.
           05 RCVW-TRAN-COUNT      PIC 9(6).

       FD RECOVERY-REPORT-FILE.
       01 RECOVERY-REPORT-RECORD   PIC X(80).

       FD BUSINESS-DATE-FILE.
           COPY BUSDCTL.

       FD ACCOUNT-CLOSURE-FILE.
           COPY CLOSEREC.

       WORKING-STORAGE SECTION.
       01 BUSD-FILE-STATUS         PIC X(2) VALUE '00'.
       01 ACCT-IMAGE-STATUS        PIC X(2) VALUE '00'.
       01 HOLD-IMAGE-STATUS        PIC X(2) VALUE '00'.
       01 SORD-IMAGE-STATUS        PIC X(2) VALUE '00'.
       01 ACCT-MASTER-STATUS       PIC X(2) VALUE '00'.
       01 HOLD-FILE-STATUS         PIC X(2) VALUE '00'.
       01 SORD-FILE-STATUS         PIC X(2) VALUE '00'.
       01 TRAN-FILE-STATUS         PIC X(2) VALUE '00'.
       01 RCV-WORK-STATUS          PIC X(2) VALUE '00'.
       01 RCV-RPT-STATUS           PIC X(2) VALUE '00'.
       01 CLOSE-FILE-STATUS        PIC X(2) VALUE '00'.
       01 IMAGE-EOF-FLAG           PIC X VALUE 'N'.
       01 TRAN-EOF-FLAG            PIC X VALUE 'N'.
       01 WORK-EOF-FLAG            PIC X VALUE 'N'.
       01 CLOSE-EOF-FLAG           PIC X VALUE 'N'.
       01 WS-IMAGE-OK-FLAG         PIC X VALUE 'N'.
       01 WS-KNOWN-TYPE-FLAG       PIC X VALUE 'Y'.
       01 WS-BUSINESS-DATE         PIC X(10).
       01 WS-IMAGE-DATE            PIC X(10).
       01 WS-IMAGE-TAKEN           PIC X(19).
       01 WS-EXPECT-FILE-NAME      PIC X(8).
       01 WS-IMAGE-COUNT           PIC 9(8) VALUE 0.
       01 WS-IMAGE-BALANCE-TOTAL   PIC S9(10)V99 VALUE 0.
       01 WS-TRAILER-SEEN-FLAG     PIC X VALUE 'N'.
       01 WS-ACCT-IMAGE-TOTAL      PIC S9(10)V99 VALUE 0.
       01 WS-TRAN-DELTA            PIC S9(8)V99.
       01 WS-NEW-BALANCE           PIC S9(6)V99.
       01 WS-NOT-APPLIED-REASON    PIC X(30).
       01 WS-ACCOUNTS-RESTORED     PIC 9(8) VALUE 0.
       01 WS-HOLDS-RESTORED        PIC 9(8) VALUE 0.
       01 WS-ORDERS-RESTORED       PIC 9(8) VALUE 0.
       01 WS-RESTORE-ERRORS        PIC 9(6) VALUE 0.
       01 WS-TRANS-READ            PIC 9(8) VALUE 0.
       01 WS-TRANS-IN-IMAGE        PIC 9(8) VALUE 0.
       01 WS-TRANS-REPLAYED        PIC 9(8) VALUE 0.
       01 WS-TRANS-NOT-APPLIED     PIC 9(6) VALUE 0.
       01 WS-ACCOUNTS-REBUILT      PIC 9(8) VALUE 0.
       01 WS-NET-REPLAYED-TOTAL    PIC S9(10)V99 VALUE 0.
       01 WS-RECOVERED-TOTAL       PIC S9(10)V99 VALUE 0.
       01 WS-ARCHIVED-FLAG         PIC X VALUE 'N'.
       01 WS-CLOSE-LOG-OK-FLAG     PIC X VALUE 'N'.
       01 WS-ACTION-TEXT           PIC X(30).
       01 WS-ORDERS-TO-ADVANCE     PIC 9(6) VALUE 0.
       01 WS-HOLDS-TO-REPLACE      PIC 9(6) VALUE 0.
       01 WS-CLOSURES-TO-REDO      PIC 9(6) VALUE 0.
       01 WS-ACTIONS-LISTED        PIC 9(6) VALUE 0.
       01 WS-IMAGE-ACCOUNT.
           05 WS-IMG-ACCT-NUMBER   PIC 9(10).
           05 WS-IMG-ACCT-BALANCE  PIC S9(6)V99
                                    SIGN IS LEADING SEPARATE.
           05 FILLER               PIC X(60).
           COPY IMAGEREC.
           COPY HOLDREF.

       01 RPT-TITLE-LINE.
           05 FILLER               PIC X(40)
               VALUE "ACCOUNT MASTER FORWARD RECOVERY".
           05 FILLER               PIC X(40) VALUE SPACES.
       01 RPT-IMAGE-LINE.
           05 FILLER               PIC X(20)
               VALUE "IMAGE BUSINESS DATE ".
           05 IML-IMAGE-DATE       PIC X(10).
           05 FILLER               PIC X(8) VALUE "  TAKEN ".
           05 IML-TAKEN            PIC X(19).
           05 FILLER               PIC X(23) VALUE SPACES.
       01 RPT-REPLAY-LINE.
           05 FILLER               PIC X(28)
               VALUE "REPLAYING LOG ENTRIES DATED ".
           05 FILLER               PIC X(6) VALUE "AFTER ".
           05 RPL-IMAGE-DATE       PIC X(10).
           05 FILLER               PIC X(19)
               VALUE " - BUSINESS DATE ".
           05 RPL-BUSINESS-DATE    PIC X(10).
           05 FILLER               PIC X(7) VALUE SPACES.
       01 RPT-SECTION-LINE.
           05 SEC-TITLE            PIC X(80).
       01 RPT-REJECT-COLUMNS.
           05 FILLER               PIC X(11) VALUE "ACCOUNT".
           05 FILLER               PIC X(11) VALUE "TYPE".
           05 FILLER               PIC X(13) VALUE "    AMOUNT".
           05 FILLER               PIC X(11) VALUE "DATE".
           05 FILLER               PIC X(34) VALUE "REASON".
       01 RPT-ACTION-COLUMNS.
           05 FILLER               PIC X(11) VALUE "ACCOUNT".
           05 FILLER               PIC X(11) VALUE "TYPE".
           05 FILLER               PIC X(13) VALUE "    AMOUNT".
           05 FILLER               PIC X(11) VALUE "DATE".
           05 FILLER               PIC X(34) VALUE "ACTION".
       01 RPT-REJECT-LINE.
           05 REJ-ACCT-NUMBER      PIC 9(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REJ-TRAN-TYPE        PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REJ-AMOUNT           PIC Z(5)9.99.
           05 REJ-SIGN             PIC X(1).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 REJ-TRAN-DATE        PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 REJ-REASON           PIC X(30).
           05 FILLER               PIC X(4) VALUE SPACES.
       01 RPT-ACCOUNT-COLUMNS.
           05 FILLER               PIC X(11) VALUE "ACCOUNT".
           05 FILLER               PIC X(13) VALUE "IMAGE BALANCE".
           05 FILLER               PIC X(8) VALUE "   ITEMS".
           05 FILLER               PIC X(16) VALUE "    NET REPLAYED".
           05 FILLER               PIC X(16) VALUE "       RECOVERED".
           05 FILLER               PIC X(16) VALUE SPACES.
       01 RPT-ACCOUNT-LINE.
           05 ACL-ACCT-NUMBER      PIC 9(10).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 ACL-IMAGE-BALANCE    PIC -(7)9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ACL-TRAN-COUNT       PIC ZZZZZ9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 ACL-NET-REPLAYED     PIC -(9)9.99.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 ACL-RECOVERED        PIC -(9)9.99.
           05 FILLER               PIC X(16) VALUE SPACES.
       01 RPT-TOTAL-LINE.
           05 TOT-CAPTION          PIC X(36).
           05 TOT-COUNT            PIC ZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(34) VALUE SPACES.
       01 RPT-AMOUNT-LINE.
           05 AMT-CAPTION          PIC X(36).
           05 AMT-VALUE            PIC -(10)9.99.
           05 FILLER               PIC X(30) VALUE SPACES.
       01 RPT-MESSAGE-LINE         PIC X(80).
       01 RPT-SEPARATOR-LINE       PIC X(80) VALUE ALL "=".
       01 RPT-BLANK-LINE           PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM READ-BUSINESS-DATE
           PERFORM PROVE-ALL-IMAGES
           PERFORM RESTORE-ACCOUNT-MASTER
           PERFORM RESTORE-HOLD-FILE
           PERFORM RESTORE-STANDING-ORDERS
           PERFORM OPEN-RECOVERY-FILES
           PERFORM WRITE-REPORT-HEADER
           PERFORM REPLAY-TRANSACTION-LOG
           PERFORM WRITE-REBUILT-ACCOUNTS
           PERFORM WRITE-ACTION-REQUIRED
           PERFORM WRITE-REPORT-TOTALS
           CLOSE RECOVERY-WORK-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE RECOVERY-REPORT-FILE
           PERFORM PRINT-RUN-SUMMARY
           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSD-FILE-STATUS NOT = '00'
               DISPLAY "Business date control record could not be "
                   "read - status " BUSD-FILE-STATUS
               DISPLAY "Forward recovery run aborted."
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY "Business date control record is empty."
                   DISPLAY "Forward recovery run aborted."
                   CLOSE BUSINESS-DATE-FILE
                   STOP RUN
           END-READ
           MOVE BUSD-DATE TO WS-BUSINESS-DATE
           CLOSE BUSINESS-DATE-FILE.

      *    Every image is read through and proved before any
      *    master is reloaded; a bad image stops the run with
      *    the masters untouched.
       PROVE-ALL-IMAGES.
           MOVE SPACES TO WS-IMAGE-DATE
           OPEN INPUT ACCT-IMAGE-FILE
           IF ACCT-IMAGE-STATUS NOT = '00'
               DISPLAY "Account image could not be opened - "
                   "status " ACCT-IMAGE-STATUS
               DISPLAY "Forward recovery run aborted."
               STOP RUN
           END-IF
           MOVE "ACCTMAST" TO WS-EXPECT-FILE-NAME
           PERFORM START-IMAGE-PROOF
           PERFORM PROVE-NEXT-ACCT-IMAGE UNTIL IMAGE-EOF-FLAG = 'Y'
           PERFORM FINISH-IMAGE-PROOF
           IF WS-TRAILER-SEEN-FLAG = 'Y'
               MOVE IMG-BALANCE-TOTAL TO WS-ACCT-IMAGE-TOTAL
               IF WS-ACCT-IMAGE-TOTAL NOT = WS-IMAGE-BALANCE-TOTAL
                   DISPLAY "*** ACCTMAST image balance total "
                       WS-ACCT-IMAGE-TOTAL " does not agree with "
                       WS-IMAGE-BALANCE-TOTAL " ***"
                   MOVE 'N' TO WS-IMAGE-OK-FLAG
               END-IF
           END-IF
           CLOSE ACCT-IMAGE-FILE
           PERFORM CHECK-IMAGE-PROOF
           OPEN INPUT HOLD-IMAGE-FILE
           IF HOLD-IMAGE-STATUS NOT = '00'
               DISPLAY "Hold image could not be opened - "
                   "status " HOLD-IMAGE-STATUS
               DISPLAY "Forward recovery run aborted."
               STOP RUN
           END-IF
           MOVE "HOLDFILE" TO WS-EXPECT-FILE-NAME
           PERFORM START-IMAGE-PROOF
           PERFORM PROVE-NEXT-HOLD-IMAGE UNTIL IMAGE-EOF-FLAG = 'Y'
           PERFORM FINISH-IMAGE-PROOF
           CLOSE HOLD-IMAGE-FILE
           PERFORM CHECK-IMAGE-PROOF
           OPEN INPUT SORD-IMAGE-FILE
           IF SORD-IMAGE-STATUS NOT = '00'
               DISPLAY "Standing order image could not be opened - "
                   "status " SORD-IMAGE-STATUS
               DISPLAY "Forward recovery run aborted."
               STOP RUN
           END-IF
           MOVE "SORDMAST" TO WS-EXPECT-FILE-NAME
           PERFORM START-IMAGE-PROOF
           PERFORM PROVE-NEXT-SORD-IMAGE UNTIL IMAGE-EOF-FLAG = 'Y'
           PERFORM FINISH-IMAGE-PROOF
           CLOSE SORD-IMAGE-FILE
           PERFORM CHECK-IMAGE-PROOF.

       START-IMAGE-PROOF.
           MOVE 'Y' TO WS-IMAGE-OK-FLAG
           MOVE 'N' TO IMAGE-EOF-FLAG
           MOVE 'N' TO WS-TRAILER-SEEN-FLAG
           MOVE 0 TO WS-IMAGE-COUNT
           MOVE 0 TO WS-IMAGE-BALANCE-TOTAL
           MOVE SPACES TO IMAGE-RECORD.

       PROVE-NEXT-ACCT-IMAGE.
           READ ACCT-IMAGE-FILE INTO IMAGE-RECORD
               AT END
                   MOVE 'Y' TO IMAGE-EOF-FLAG
               NOT AT END
                   PERFORM PROVE-IMAGE-RECORD
                   IF IMG-DATA
                       MOVE IMG-MASTER-DATA TO WS-IMAGE-ACCOUNT
                       ADD WS-IMG-ACCT-BALANCE
                           TO WS-IMAGE-BALANCE-TOTAL
                   END-IF
           END-READ.

       PROVE-NEXT-HOLD-IMAGE.
           READ HOLD-IMAGE-FILE INTO IMAGE-RECORD
               AT END
                   MOVE 'Y' TO IMAGE-EOF-FLAG
               NOT AT END
                   PERFORM PROVE-IMAGE-RECORD
           END-READ.

       PROVE-NEXT-SORD-IMAGE.
           READ SORD-IMAGE-FILE INTO IMAGE-RECORD
               AT END
                   MOVE 'Y' TO IMAGE-EOF-FLAG
               NOT AT END
                   PERFORM PROVE-IMAGE-RECORD
           END-READ.

      *    The header must come first and name the expected file;
      *    the three images must all be for one business date;
      *    nothing may follow the trailer.
       PROVE-IMAGE-RECORD.
           IF WS-TRAILER-SEEN-FLAG = 'Y'
               DISPLAY "*** " WS-EXPECT-FILE-NAME
                   " image has records after its trailer ***"
               MOVE 'N' TO WS-IMAGE-OK-FLAG
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN IMG-HEADER
                   IF IMG-FILE-NAME NOT = WS-EXPECT-FILE-NAME
                       DISPLAY "*** Image for " WS-EXPECT-FILE-NAME
                           " is headed " IMG-FILE-NAME " ***"
                       MOVE 'N' TO WS-IMAGE-OK-FLAG
                   END-IF
                   IF WS-IMAGE-DATE = SPACES
                       MOVE IMG-BUSINESS-DATE TO WS-IMAGE-DATE
                       MOVE SPACES TO WS-IMAGE-TAKEN
                       STRING IMG-TAKEN-DATE " " IMG-TAKEN-TIME
                           DELIMITED BY SIZE INTO WS-IMAGE-TAKEN
                   END-IF
                   IF IMG-BUSINESS-DATE NOT = WS-IMAGE-DATE
                       DISPLAY "*** " WS-EXPECT-FILE-NAME
                           " image is for " IMG-BUSINESS-DATE
                           ", ACCTMAST image for " WS-IMAGE-DATE
                           " ***"
                       MOVE 'N' TO WS-IMAGE-OK-FLAG
                   END-IF
               WHEN IMG-DATA
                   ADD 1 TO WS-IMAGE-COUNT
               WHEN IMG-TRAILER
                   MOVE 'Y' TO WS-TRAILER-SEEN-FLAG
                   IF IMG-RECORD-COUNT NOT = WS-IMAGE-COUNT
                       DISPLAY "*** " WS-EXPECT-FILE-NAME
                           " image trailer count " IMG-RECORD-COUNT
                           " - records read " WS-IMAGE-COUNT " ***"
                       MOVE 'N' TO WS-IMAGE-OK-FLAG
                   END-IF
               WHEN OTHER
                   DISPLAY "*** " WS-EXPECT-FILE-NAME
                       " image record of unknown type '"
                       IMG-RECORD-TYPE "' ***"
                   MOVE 'N' TO WS-IMAGE-OK-FLAG
           END-EVALUATE.

       FINISH-IMAGE-PROOF.
           IF WS-TRAILER-SEEN-FLAG NOT = 'Y'
               DISPLAY "*** " WS-EXPECT-FILE-NAME
                   " image has no trailer - image incomplete ***"
               MOVE 'N' TO WS-IMAGE-OK-FLAG
           END-IF.

       CHECK-IMAGE-PROOF.
           IF WS-IMAGE-OK-FLAG NOT = 'Y'
               DISPLAY "*** " WS-EXPECT-FILE-NAME
                   " image failed its proof - masters not "
                   "touched ***"
               DISPLAY "Forward recovery run aborted."
               STOP RUN
           END-IF.

       RESTORE-ACCOUNT-MASTER.
           OPEN INPUT ACCT-IMAGE-FILE
           OPEN OUTPUT ACCOUNT-MASTER-FILE
           IF ACCT-MASTER-STATUS NOT = '00'
               DISPLAY "Account master could not be opened for "
                   "reload - status " ACCT-MASTER-STATUS
               DISPLAY "Forward recovery run aborted."
               STOP RUN
           END-IF
           MOVE 'N' TO IMAGE-EOF-FLAG
           PERFORM RESTORE-NEXT-ACCOUNT UNTIL IMAGE-EOF-FLAG = 'Y'
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE ACCT-IMAGE-FILE.

       RESTORE-NEXT-ACCOUNT.
           READ ACCT-IMAGE-FILE INTO IMAGE-RECORD
               AT END
                   MOVE 'Y' TO IMAGE-EOF-FLAG
               NOT AT END
                   IF IMG-DATA
                       MOVE IMG-MASTER-DATA TO ACCOUNT-MASTER-RECORD
                       WRITE ACCOUNT-MASTER-RECORD
                           INVALID KEY
                               ADD 1 TO WS-RESTORE-ERRORS
                               DISPLAY "*** Duplicate account "
                                   ACCT-NUMBER " on image ***"
                           NOT INVALID KEY
                               ADD 1 TO WS-ACCOUNTS-RESTORED
                       END-WRITE
                   END-IF
           END-READ.

       RESTORE-HOLD-FILE.
           OPEN INPUT HOLD-IMAGE-FILE
           OPEN OUTPUT DEPOSIT-HOLD-FILE
           IF HOLD-FILE-STATUS NOT = '00'
               DISPLAY "Hold file could not be opened for "
                   "reload - status " HOLD-FILE-STATUS
               DISPLAY "Forward recovery run aborted."
               STOP RUN
           END-IF
           MOVE 'N' TO IMAGE-EOF-FLAG
           PERFORM RESTORE-NEXT-HOLD UNTIL IMAGE-EOF-FLAG = 'Y'
           CLOSE DEPOSIT-HOLD-FILE
           CLOSE HOLD-IMAGE-FILE.

       RESTORE-NEXT-HOLD.
           READ HOLD-IMAGE-FILE INTO IMAGE-RECORD
               AT END
                   MOVE 'Y' TO IMAGE-EOF-FLAG
               NOT AT END
                   IF IMG-DATA
                       MOVE IMG-MASTER-DATA TO DEPOSIT-HOLD-RECORD
                       WRITE DEPOSIT-HOLD-RECORD
                           INVALID KEY
                               ADD 1 TO WS-RESTORE-ERRORS
                               DISPLAY "*** Duplicate hold "
                                   HOLD-ACCT-NUMBER "-" HOLD-SEQ
                                   " on image ***"
                           NOT INVALID KEY
                               ADD 1 TO WS-HOLDS-RESTORED
                       END-WRITE
                   END-IF
           END-READ.

       RESTORE-STANDING-ORDERS.
           OPEN INPUT SORD-IMAGE-FILE
           OPEN OUTPUT STANDING-ORDER-FILE
           IF SORD-FILE-STATUS NOT = '00'
               DISPLAY "Standing order file could not be opened "
                   "for reload - status " SORD-FILE-STATUS
               DISPLAY "Forward recovery run aborted."
               STOP RUN
           END-IF
           MOVE 'N' TO IMAGE-EOF-FLAG
           PERFORM RESTORE-NEXT-ORDER UNTIL IMAGE-EOF-FLAG = 'Y'
           CLOSE STANDING-ORDER-FILE
           CLOSE SORD-IMAGE-FILE.

       RESTORE-NEXT-ORDER.
           READ SORD-IMAGE-FILE INTO IMAGE-RECORD
               AT END
                   MOVE 'Y' TO IMAGE-EOF-FLAG
               NOT AT END
                   IF IMG-DATA
                       MOVE IMG-MASTER-DATA TO STANDING-ORDER-RECORD
                       WRITE STANDING-ORDER-RECORD
                           INVALID KEY
                               ADD 1 TO WS-RESTORE-ERRORS
                               DISPLAY "*** Duplicate standing order "
                                   SORD-ACCT-NUMBER "-" SORD-SEQ
                                   " on image ***"
                           NOT INVALID KEY
                               ADD 1 TO WS-ORDERS-RESTORED
                       END-WRITE
                   END-IF
           END-READ.

       OPEN-RECOVERY-FILES.
           OPEN I-O ACCOUNT-MASTER-FILE
           IF ACCT-MASTER-STATUS NOT = '00'
               DISPLAY "Reloaded account master could not be "
                   "opened - status " ACCT-MASTER-STATUS
               DISPLAY "Forward recovery run aborted."
               STOP RUN
           END-IF
           OPEN OUTPUT RECOVERY-WORK-FILE
           CLOSE RECOVERY-WORK-FILE
           OPEN I-O RECOVERY-WORK-FILE
           IF RCV-WORK-STATUS NOT = '00'
               DISPLAY "Recovery work file could not be opened - "
                   "status " RCV-WORK-STATUS
               DISPLAY "Forward recovery run aborted."
               STOP RUN
           END-IF
           OPEN OUTPUT RECOVERY-REPORT-FILE
           IF RCV-RPT-STATUS NOT = '00'
               DISPLAY "Recovery report could not be opened - "
                   "status " RCV-RPT-STATUS
               DISPLAY "Forward recovery run aborted."
               STOP RUN
           END-IF.

       WRITE-REPORT-HEADER.
           WRITE RECOVERY-REPORT-RECORD FROM RPT-TITLE-LINE
           MOVE WS-IMAGE-DATE TO IML-IMAGE-DATE
           MOVE WS-IMAGE-TAKEN TO IML-TAKEN
           WRITE RECOVERY-REPORT-RECORD FROM RPT-IMAGE-LINE
           MOVE WS-IMAGE-DATE TO RPL-IMAGE-DATE
           MOVE WS-BUSINESS-DATE TO RPL-BUSINESS-DATE
           WRITE RECOVERY-REPORT-RECORD FROM RPT-REPLAY-LINE
           WRITE RECOVERY-REPORT-RECORD FROM RPT-SEPARATOR-LINE
           MOVE "LOG ENTRIES NOT APPLIED" TO SEC-TITLE
           WRITE RECOVERY-REPORT-RECORD FROM RPT-SECTION-LINE
           WRITE RECOVERY-REPORT-RECORD FROM RPT-REJECT-COLUMNS
           WRITE RECOVERY-REPORT-RECORD FROM RPT-SEPARATOR-LINE.

       REPLAY-TRANSACTION-LOG.
           OPEN INPUT TRANSACTION-FILE
           IF TRAN-FILE-STATUS = '35'
               DISPLAY "*** WARNING: no transaction log on file - "
                   "masters left as imaged ***"
               EXIT PARAGRAPH
           END-IF
           IF TRAN-FILE-STATUS NOT = '00'
               DISPLAY "Transaction log could not be opened - "
                   "status " TRAN-FILE-STATUS
               DISPLAY "Forward recovery run aborted."
               STOP RUN
           END-IF
           MOVE 'N' TO TRAN-EOF-FLAG
           PERFORM READ-NEXT-TRAN UNTIL TRAN-EOF-FLAG = 'Y'
           CLOSE TRANSACTION-FILE
           IF WS-TRANS-NOT-APPLIED = 0
               MOVE "NONE" TO RPT-MESSAGE-LINE
               WRITE RECOVERY-REPORT-RECORD FROM RPT-MESSAGE-LINE
           END-IF.

       READ-NEXT-TRAN.
           READ TRANSACTION-FILE
               AT END
                   MOVE 'Y' TO TRAN-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
                   PERFORM REPLAY-ONE-TRAN
           END-READ.

      *    A BAL FWD dated after the image means the log was
      *    archived after the image was taken; the entries it
      *    carries forward are in TRANHIST, not the live log, so
      *    it cannot be replayed as a balance.
       REPLAY-ONE-TRAN.
           IF TRANSACTION-DATE NOT > WS-IMAGE-DATE
               ADD 1 TO WS-TRANS-IN-IMAGE
               EXIT PARAGRAPH
           END-IF
           IF TRANSACTION-TYPE = "BAL FWD"
               MOVE 'Y' TO WS-ARCHIVED-FLAG
               MOVE "LOG ARCHIVED SINCE IMAGE" TO WS-NOT-APPLIED-REASON
               PERFORM WRITE-NOT-APPLIED
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-TRAN-DELTA
           IF WS-KNOWN-TYPE-FLAG NOT = 'Y'
               MOVE "UNKNOWN TRANSACTION TYPE" TO WS-NOT-APPLIED-REASON
               PERFORM WRITE-NOT-APPLIED
               EXIT PARAGRAPH
           END-IF
           MOVE TRAN-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT ON IMAGE" TO WS-NOT-APPLIED-REASON
                   PERFORM WRITE-NOT-APPLIED
                   EXIT PARAGRAPH
           END-READ
           COMPUTE WS-NEW-BALANCE = ACCT-BALANCE + WS-TRAN-DELTA
               ON SIZE ERROR
                   MOVE "BALANCE WOULD OVERFLOW"
                       TO WS-NOT-APPLIED-REASON
                   PERFORM WRITE-NOT-APPLIED
                   EXIT PARAGRAPH
           END-COMPUTE
           PERFORM NOTE-REBUILT-ACCOUNT
           MOVE WS-NEW-BALANCE TO ACCT-BALANCE
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   MOVE "ACCOUNT REWRITE FAILED"
                       TO WS-NOT-APPLIED-REASON
                   PERFORM WRITE-NOT-APPLIED
                   EXIT PARAGRAPH
           END-REWRITE
           ADD WS-TRAN-DELTA TO RCVW-NET-REPLAYED
           ADD 1 TO RCVW-TRAN-COUNT
           REWRITE RECOVERY-WORK-RECORD
           ADD WS-TRAN-DELTA TO WS-NET-REPLAYED-TOTAL
           ADD 1 TO WS-TRANS-REPLAYED.

      *    Positions the work record for the account, adding it
      *    with the image balance the first time it is touched.
       NOTE-REBUILT-ACCOUNT.
           MOVE TRAN-ACCOUNT-NUMBER TO RCVW-ACCT-NUMBER
           READ RECOVERY-WORK-FILE
               INVALID KEY
                   MOVE TRAN-ACCOUNT-NUMBER TO RCVW-ACCT-NUMBER
                   MOVE ACCT-BALANCE TO RCVW-IMAGE-BALANCE
                   MOVE 0 TO RCVW-NET-REPLAYED
                   MOVE 0 TO RCVW-TRAN-COUNT
                   WRITE RECOVERY-WORK-RECORD
                   ADD 1 TO WS-ACCOUNTS-REBUILT
           END-READ.

       WRITE-NOT-APPLIED.
           ADD 1 TO WS-TRANS-NOT-APPLIED
           MOVE TRAN-ACCOUNT-NUMBER TO REJ-ACCT-NUMBER
           MOVE TRANSACTION-TYPE TO REJ-TRAN-TYPE
           MOVE TRANSACTION-AMOUNT TO REJ-AMOUNT
           MOVE TRANSACTION-SIGN TO REJ-SIGN
           MOVE TRANSACTION-DATE TO REJ-TRAN-DATE
           MOVE WS-NOT-APPLIED-REASON TO REJ-REASON
           WRITE RECOVERY-REPORT-RECORD FROM RPT-REJECT-LINE.

       COMPUTE-TRAN-DELTA.
           MOVE 'Y' TO WS-KNOWN-TYPE-FLAG
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
               WHEN "BAL FWD"
                   IF TRANSACTION-SIGN = "-"
                       COMPUTE WS-TRAN-DELTA = 0 - TRANSACTION-AMOUNT
                   ELSE
                       MOVE TRANSACTION-AMOUNT TO WS-TRAN-DELTA
                   END-IF
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
                   MOVE 'N' TO WS-KNOWN-TYPE-FLAG
           END-EVALUATE.

       WRITE-REBUILT-ACCOUNTS.
           WRITE RECOVERY-REPORT-RECORD FROM RPT-BLANK-LINE
           WRITE RECOVERY-REPORT-RECORD FROM RPT-SEPARATOR-LINE
           MOVE "ACCOUNTS REBUILT" TO SEC-TITLE
           WRITE RECOVERY-REPORT-RECORD FROM RPT-SECTION-LINE
           WRITE RECOVERY-REPORT-RECORD FROM RPT-ACCOUNT-COLUMNS
           WRITE RECOVERY-REPORT-RECORD FROM RPT-SEPARATOR-LINE
           MOVE 'N' TO WORK-EOF-FLAG
           MOVE 0 TO RCVW-ACCT-NUMBER
           START RECOVERY-WORK-FILE
               KEY IS NOT LESS THAN RCVW-ACCT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WORK-EOF-FLAG
                   MOVE "NONE" TO RPT-MESSAGE-LINE
                   WRITE RECOVERY-REPORT-RECORD FROM RPT-MESSAGE-LINE
           END-START
           PERFORM WRITE-NEXT-REBUILT-ACCOUNT
               UNTIL WORK-EOF-FLAG = 'Y'.

       WRITE-NEXT-REBUILT-ACCOUNT.
           READ RECOVERY-WORK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WORK-EOF-FLAG
               NOT AT END
                   MOVE RCVW-ACCT-NUMBER TO ACCT-NUMBER
                   READ ACCOUNT-MASTER-FILE
                       INVALID KEY
                           MOVE 0 TO ACCT-BALANCE
                   END-READ
                   MOVE RCVW-ACCT-NUMBER TO ACL-ACCT-NUMBER
                   MOVE RCVW-IMAGE-BALANCE TO ACL-IMAGE-BALANCE
                   MOVE RCVW-TRAN-COUNT TO ACL-TRAN-COUNT
                   MOVE RCVW-NET-REPLAYED TO ACL-NET-REPLAYED
                   MOVE ACCT-BALANCE TO ACL-RECOVERED
                   WRITE RECOVERY-REPORT-RECORD FROM RPT-ACCOUNT-LINE
           END-READ.

      *    The log is read a second time for the entries whose
      *    side effects on the hold and standing order files were
      *    lost with the reload. Each is listed whether or not its
      *    balance could be replayed: the order was advanced and
      *    the hold placed when the entry was first posted.
      *    Closures since the image come from CLOSELOG; the
      *    payout is in the log and replays, but the account
      *    status comes back as imaged.
       WRITE-ACTION-REQUIRED.
           WRITE RECOVERY-REPORT-RECORD FROM RPT-BLANK-LINE
           WRITE RECOVERY-REPORT-RECORD FROM RPT-SEPARATOR-LINE
           MOVE "ACTION REQUIRED BEFORE THE BATCH IS RE-RUN"
               TO SEC-TITLE
           WRITE RECOVERY-REPORT-RECORD FROM RPT-SECTION-LINE
           WRITE RECOVERY-REPORT-RECORD FROM RPT-ACTION-COLUMNS
           WRITE RECOVERY-REPORT-RECORD FROM RPT-SEPARATOR-LINE
           OPEN INPUT TRANSACTION-FILE
           IF TRAN-FILE-STATUS = '00'
               MOVE 'N' TO TRAN-EOF-FLAG
               PERFORM CHECK-NEXT-TRAN-ACTION
                   UNTIL TRAN-EOF-FLAG = 'Y'
               CLOSE TRANSACTION-FILE
           END-IF
           OPEN INPUT ACCOUNT-CLOSURE-FILE
           IF CLOSE-FILE-STATUS = '35'
               MOVE 'Y' TO WS-CLOSE-LOG-OK-FLAG
           END-IF
           IF CLOSE-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CLOSE-LOG-OK-FLAG
               MOVE 'N' TO CLOSE-EOF-FLAG
               PERFORM CHECK-NEXT-CLOSURE UNTIL CLOSE-EOF-FLAG = 'Y'
               CLOSE ACCOUNT-CLOSURE-FILE
           END-IF
           IF WS-ACTIONS-LISTED = 0
               MOVE "NONE" TO RPT-MESSAGE-LINE
               WRITE RECOVERY-REPORT-RECORD FROM RPT-MESSAGE-LINE
           END-IF
           IF WS-CLOSE-LOG-OK-FLAG NOT = 'Y'
               DISPLAY "*** WARNING: CLOSELOG could not be opened - "
                   "status " CLOSE-FILE-STATUS
                   " - closures since the image not listed ***"
               MOVE SPACES TO RPT-MESSAGE-LINE
               STRING "*** CLOSURE LOG NOT AVAILABLE - CLOSURES "
                   "SINCE THE IMAGE NOT LISTED ***"
                   DELIMITED BY SIZE INTO RPT-MESSAGE-LINE
               WRITE RECOVERY-REPORT-RECORD FROM RPT-MESSAGE-LINE
           END-IF.

       CHECK-NEXT-TRAN-ACTION.
           READ TRANSACTION-FILE
               AT END
                   MOVE 'Y' TO TRAN-EOF-FLAG
               NOT AT END
                   PERFORM CHECK-TRAN-ACTION
           END-READ.

      *    StandingOrderPost debits the source account with a
      *    TRANSFER "-" leg under its own teller ID; a deposit
      *    that placed a hold carries the hold's sequence in a
      *    HOLDREF reference.
       CHECK-TRAN-ACTION.
           IF TRANSACTION-DATE NOT > WS-IMAGE-DATE
               EXIT PARAGRAPH
           END-IF
           IF TRAN-TELLER-ID = "STANDORD"
                   AND TRANSACTION-TYPE = "TRANSFER"
                   AND TRANSACTION-SIGN = "-"
               ADD 1 TO WS-ORDERS-TO-ADVANCE
               MOVE "RE-ADVANCE STANDING ORDER" TO WS-ACTION-TEXT
               PERFORM WRITE-TRAN-ACTION
               EXIT PARAGRAPH
           END-IF
           IF TRANSACTION-TYPE = "DEPOSIT"
               MOVE TRAN-REFERENCE TO HOLD-REFERENCE
               IF HOLD-REF-VALID
                   ADD 1 TO WS-HOLDS-TO-REPLACE
                   MOVE SPACES TO WS-ACTION-TEXT
                   STRING "RE-PLACE DEPOSIT HOLD " HOLD-REF-SEQ
                       DELIMITED BY SIZE INTO WS-ACTION-TEXT
                   PERFORM WRITE-TRAN-ACTION
               END-IF
           END-IF.

       WRITE-TRAN-ACTION.
           ADD 1 TO WS-ACTIONS-LISTED
           MOVE TRAN-ACCOUNT-NUMBER TO REJ-ACCT-NUMBER
           MOVE TRANSACTION-TYPE TO REJ-TRAN-TYPE
           MOVE TRANSACTION-AMOUNT TO REJ-AMOUNT
           MOVE TRANSACTION-SIGN TO REJ-SIGN
           MOVE TRANSACTION-DATE TO REJ-TRAN-DATE
           MOVE WS-ACTION-TEXT TO REJ-REASON
           WRITE RECOVERY-REPORT-RECORD FROM RPT-REJECT-LINE.

       CHECK-NEXT-CLOSURE.
           READ ACCOUNT-CLOSURE-FILE
               AT END
                   MOVE 'Y' TO CLOSE-EOF-FLAG
               NOT AT END
                   IF CLOSE-DATE > WS-IMAGE-DATE
                       PERFORM WRITE-CLOSURE-ACTION
                   END-IF
           END-READ.

       WRITE-CLOSURE-ACTION.
           ADD 1 TO WS-CLOSURES-TO-REDO
           ADD 1 TO WS-ACTIONS-LISTED
           MOVE CLOSE-ACCT-NUMBER TO REJ-ACCT-NUMBER
           MOVE "CLOSED" TO REJ-TRAN-TYPE
           MOVE CLOSE-PAYOUT TO REJ-AMOUNT
           MOVE SPACE TO REJ-SIGN
           MOVE CLOSE-DATE TO REJ-TRAN-DATE
           IF CLOSE-ORDERS-CANCELLED > 0
               MOVE "RE-CLOSE, RE-CANCEL ORDERS" TO REJ-REASON
           ELSE
               MOVE "RE-CLOSE ACCOUNT" TO REJ-REASON
           END-IF
           WRITE RECOVERY-REPORT-RECORD FROM RPT-REJECT-LINE.

       WRITE-REPORT-TOTALS.
           COMPUTE WS-RECOVERED-TOTAL =
               WS-ACCT-IMAGE-TOTAL + WS-NET-REPLAYED-TOTAL
           WRITE RECOVERY-REPORT-RECORD FROM RPT-BLANK-LINE
           WRITE RECOVERY-REPORT-RECORD FROM RPT-SEPARATOR-LINE
           MOVE "ACCOUNTS RESTORED FROM IMAGE" TO TOT-CAPTION
           MOVE WS-ACCOUNTS-RESTORED TO TOT-COUNT
           WRITE RECOVERY-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "HOLDS RESTORED FROM IMAGE" TO TOT-CAPTION
           MOVE WS-HOLDS-RESTORED TO TOT-COUNT
           WRITE RECOVERY-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "STANDING ORDERS RESTORED FROM IMAGE" TO TOT-CAPTION
           MOVE WS-ORDERS-RESTORED TO TOT-COUNT
           WRITE RECOVERY-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "LOG ENTRIES READ" TO TOT-CAPTION
           MOVE WS-TRANS-READ TO TOT-COUNT
           WRITE RECOVERY-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "  ALREADY IN IMAGE" TO TOT-CAPTION
           MOVE WS-TRANS-IN-IMAGE TO TOT-COUNT
           WRITE RECOVERY-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "  REPLAYED" TO TOT-CAPTION
           MOVE WS-TRANS-REPLAYED TO TOT-COUNT
           WRITE RECOVERY-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "  NOT APPLIED" TO TOT-CAPTION
           MOVE WS-TRANS-NOT-APPLIED TO TOT-COUNT
           WRITE RECOVERY-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "ACCOUNTS REBUILT" TO TOT-CAPTION
           MOVE WS-ACCOUNTS-REBUILT TO TOT-COUNT
           WRITE RECOVERY-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "STANDING ORDERS TO RE-ADVANCE" TO TOT-CAPTION
           MOVE WS-ORDERS-TO-ADVANCE TO TOT-COUNT
           WRITE RECOVERY-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "DEPOSIT HOLDS TO RE-PLACE" TO TOT-CAPTION
           MOVE WS-HOLDS-TO-REPLACE TO TOT-COUNT
           WRITE RECOVERY-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "ACCOUNTS TO RE-CLOSE" TO TOT-CAPTION
           MOVE WS-CLOSURES-TO-REDO TO TOT-COUNT
           WRITE RECOVERY-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "IMAGE BALANCE TOTAL" TO AMT-CAPTION
           MOVE WS-ACCT-IMAGE-TOTAL TO AMT-VALUE
           WRITE RECOVERY-REPORT-RECORD FROM RPT-AMOUNT-LINE
           MOVE "NET REPLAYED" TO AMT-CAPTION
           MOVE WS-NET-REPLAYED-TOTAL TO AMT-VALUE
           WRITE RECOVERY-REPORT-RECORD FROM RPT-AMOUNT-LINE
           MOVE "RECOVERED BALANCE TOTAL" TO AMT-CAPTION
           MOVE WS-RECOVERED-TOTAL TO AMT-VALUE
           WRITE RECOVERY-REPORT-RECORD FROM RPT-AMOUNT-LINE
           IF WS-ARCHIVED-FLAG = 'Y'
               MOVE "*** LOG ARCHIVED SINCE THE IMAGE - ENTRIES "
                   TO RPT-MESSAGE-LINE
               WRITE RECOVERY-REPORT-RECORD FROM RPT-MESSAGE-LINE
               MOVE SPACES TO RPT-MESSAGE-LINE
               STRING "*** BETWEEN THE IMAGE AND THE CUTOFF ARE IN "
                   "TRANHIST AND WERE NOT REPLAYED"
                   DELIMITED BY SIZE INTO RPT-MESSAGE-LINE
               WRITE RECOVERY-REPORT-RECORD FROM RPT-MESSAGE-LINE
           END-IF.

       PRINT-RUN-SUMMARY.
           DISPLAY "===================================="
           DISPLAY "Forward Recovery Summary"
           DISPLAY "===================================="
           DISPLAY "Image Business Date: " WS-IMAGE-DATE
           DISPLAY "Accounts Restored:   " WS-ACCOUNTS-RESTORED
           DISPLAY "Holds Restored:      " WS-HOLDS-RESTORED
           DISPLAY "Orders Restored:     " WS-ORDERS-RESTORED
           DISPLAY "Restore Errors:      " WS-RESTORE-ERRORS
           DISPLAY "Log Entries Read:    " WS-TRANS-READ
           DISPLAY "Entries Replayed:    " WS-TRANS-REPLAYED
           DISPLAY "Entries Not Applied: " WS-TRANS-NOT-APPLIED
           DISPLAY "Accounts Rebuilt:    " WS-ACCOUNTS-REBUILT
           DISPLAY "Orders to Advance:   " WS-ORDERS-TO-ADVANCE
           DISPLAY "Holds to Re-place:   " WS-HOLDS-TO-REPLACE
           DISPLAY "Accounts to Close:   " WS-CLOSURES-TO-REDO
           IF WS-TRANS-NOT-APPLIED > 0
               DISPLAY "*** Review the entries not applied on the "
                   "recovery report ***"
           END-IF
           IF WS-ACTIONS-LISTED > 0
               DISPLAY "*** Work the action required section of the "
                   "recovery report before re-running the batch ***"
           END-IF
           DISPLAY "====================================".
