           account master and flags any account that is out of
           balance. The work file replaces the old fixed 500-entry
           in-storage table, so no account is ever skipped however
           many accounts appear in the log. Every reversal posted
           on the business date is matched back to the item it backs
           out and the pair is listed after the account comparison,
           so a voided item shows beside its reversal instead of as
           an unexplained net.

       ENVIRONMENT DIVISION.
              CONFIGURATION SECTION.
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS ACCT-NUMBER
                          ALTERNATE RECORD KEY IS
                              ACCT-CUSTOMER-NUMBER WITH DUPLICATES
                          FILE STATUS IS ACCT-MASTER-STATUS.
                      SELECT BUSINESS-DATE-FILE
                          ASSIGN TO 'BUSDCTL'
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS WORK-ACCT-NUMBER
                          FILE STATUS IS RECON-WORK-STATUS.
                      SELECT REVERSAL-WORK-FILE
                          ASSIGN TO 'RVSLWORK'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS RVSL-KEY
                          FILE STATUS IS RVSL-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 WORK-ACCT-NUMBER     PIC 9(10).
           05 WORK-NET-AMOUNT      PIC S9(8)V99
                                    SIGN IS LEADING SEPARATE.
           05 WORK-DAY-SEQ         PIC 9(4).

      *    One record per business-date item, keyed by account and
      *    item number in the same order REVREF.CPY numbers them.
       FD REVERSAL-WORK-FILE.
       01 RVSL-WORK-RECORD.
           05 RVSL-KEY.
               10 RVSL-ACCT-NUMBER PIC 9(10).
               10 RVSL-DAY-SEQ     PIC 9(4).
           05 RVSL-TRAN-TYPE       PIC X(10).
           05 RVSL-TRAN-AMOUNT     PIC 9(6)V99.
           05 RVSL-TRAN-SIGN       PIC X(1).
           05 RVSL-TRAN-REFERENCE  PIC X(10).
           05 RVSL-ORIG-TYPE       PIC X(10).
           05 RVSL-ORIG-AMOUNT     PIC 9(6)V99.
           05 RVSL-LINK-STATUS     PIC X(1).
               88 RVSL-LINKED          VALUE 'L'.
               88 RVSL-ORIG-MISSING    VALUE 'M'.
               88 RVSL-MISMATCH        VALUE 'D'.

       WORKING-STORAGE SECTION.
       01 BUSD-FILE-STATUS         PIC X(2) VALUE '00'.
       01 WS-BUSD-RECORD-SAVE      PIC X(17).
       01 ACCT-MASTER-STATUS       PIC X(2) VALUE '00'.
       01 TRAN-FILE-STATUS         PIC X(2) VALUE '00'.
       01 RECON-WORK-STATUS        PIC X(2) VALUE '00'.
       01 WS-DIFFERENCE            PIC S9(8)V99.
       01 WS-TRAN-DELTA            PIC S9(8)V99.
       01 WS-ACCOUNTS-CHECKED      PIC 9(8) VALUE 0.
       01 RVSL-WORK-STATUS         PIC X(2) VALUE '00'.
       01 RVSL-EOF-FLAG            PIC X VALUE 'N'.
       01 WS-RECON-DATE            PIC X(10).
       01 WS-DAY-ITEM-FLAG         PIC X VALUE 'N'.
       01 WS-LINK-STATUS           PIC X(1).
       01 WS-LINK-ORIG-TYPE        PIC X(10).
       01 WS-LINK-ORIG-AMOUNT      PIC 9(6)V99.
       01 WS-LINK-EXPECT-TYPE      PIC X(10).
       01 WS-REVERSALS-LINKED      PIC 9(6) VALUE 0.
       01 WS-REVERSALS-UNMATCHED   PIC 9(6) VALUE 0.
           COPY REVREF.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM BUILD-NET-WORK-FILE
           PERFORM PRINT-REPORT-HEADER
           PERFORM COMPARE-ALL-ACCOUNTS
           PERFORM PRINT-REVERSAL-PAIRS
           CLOSE REVERSAL-WORK-FILE
           CLOSE RECON-WORK-FILE
           MOVE WS-BUSD-RECORD-SAVE TO BUSINESS-DATE-RECORD
           MOVE 'Y' TO BUSD-RECON-DONE
                   STOP RUN
           END-READ
           MOVE BUSINESS-DATE-RECORD TO WS-BUSD-RECORD-SAVE
           MOVE BUSD-DATE TO WS-RECON-DATE
           CLOSE BUSINESS-DATE-FILE.

       SAVE-BUSINESS-DATE.
               DISPLAY "Reconciliation run aborted."
               STOP RUN
           END-IF
           OPEN OUTPUT REVERSAL-WORK-FILE
           CLOSE REVERSAL-WORK-FILE
           OPEN I-O REVERSAL-WORK-FILE
           IF RVSL-WORK-STATUS NOT = '00'
               DISPLAY "Reversal work file could not be "
                   "opened - status " RVSL-WORK-STATUS
               DISPLAY "Reconciliation run aborted."
               STOP RUN
           END-IF
           OPEN INPUT TRANSACTION-FILE
           IF TRAN-FILE-STATUS = '35'
               MOVE 'Y' TO TRAN-EOF-FLAG

       APPLY-TRAN-TO-WORK-FILE.
           PERFORM COMPUTE-TRAN-DELTA
           MOVE 'N' TO WS-DAY-ITEM-FLAG
           IF TRANSACTION-DATE = WS-RECON-DATE
                   AND TRANSACTION-TYPE NOT = "BAL FWD"
               MOVE 'Y' TO WS-DAY-ITEM-FLAG
           END-IF
           MOVE TRAN-ACCOUNT-NUMBER TO WORK-ACCT-NUMBER
           READ RECON-WORK-FILE
               INVALID KEY
                   MOVE TRAN-ACCOUNT-NUMBER TO WORK-ACCT-NUMBER
                   MOVE WS-TRAN-DELTA TO WORK-NET-AMOUNT
                   MOVE 0 TO WORK-DAY-SEQ
                   IF WS-DAY-ITEM-FLAG = 'Y'
                       ADD 1 TO WORK-DAY-SEQ
                   END-IF
                   WRITE RECON-WORK-RECORD
               NOT INVALID KEY
                   ADD WS-TRAN-DELTA TO WORK-NET-AMOUNT
                   IF WS-DAY-ITEM-FLAG = 'Y'
                       ADD 1 TO WORK-DAY-SEQ
                   END-IF
                   REWRITE RECON-WORK-RECORD
           END-READ
           IF WS-DAY-ITEM-FLAG = 'Y'
               PERFORM FILE-DAY-ITEM
           END-IF.

       FILE-DAY-ITEM.
           MOVE SPACES TO WS-LINK-STATUS
           MOVE SPACES TO WS-LINK-ORIG-TYPE
           MOVE 0 TO WS-LINK-ORIG-AMOUNT
           IF TRANSACTION-TYPE = "REVERSAL"
               PERFORM LINK-REVERSAL-TO-ORIGINAL
           END-IF
           MOVE TRAN-ACCOUNT-NUMBER TO RVSL-ACCT-NUMBER
           MOVE WORK-DAY-SEQ TO RVSL-DAY-SEQ
           MOVE TRANSACTION-TYPE TO RVSL-TRAN-TYPE
           MOVE TRANSACTION-AMOUNT TO RVSL-TRAN-AMOUNT
           MOVE TRANSACTION-SIGN TO RVSL-TRAN-SIGN
           MOVE TRAN-REFERENCE TO RVSL-TRAN-REFERENCE
           MOVE WS-LINK-ORIG-TYPE TO RVSL-ORIG-TYPE
           MOVE WS-LINK-ORIG-AMOUNT TO RVSL-ORIG-AMOUNT
           MOVE WS-LINK-STATUS TO RVSL-LINK-STATUS
           WRITE RVSL-WORK-RECORD
               INVALID KEY
                   DISPLAY "*** Duplicate item " WORK-DAY-SEQ
                       " for account " TRAN-ACCOUNT-NUMBER " ***"
           END-WRITE.

      *    A reversal names the original by item number; the
      *    original always precedes it in the log, so it is
      *    already on the work file when the reversal arrives.
       LINK-REVERSAL-TO-ORIGINAL.
           MOVE 'M' TO WS-LINK-STATUS
           MOVE TRAN-REFERENCE TO REVERSAL-REFERENCE
           IF NOT REV-REF-VALID
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN REV-OF-DEPOSIT
                   MOVE "DEPOSIT" TO WS-LINK-EXPECT-TYPE
               WHEN REV-OF-WITHDRAWAL
                   MOVE "WITHDRAWAL" TO WS-LINK-EXPECT-TYPE
               WHEN REV-OF-OVERDRAFT
                   MOVE "OVERDRAFT" TO WS-LINK-EXPECT-TYPE
               WHEN REV-OF-OD-FEE
                   MOVE "OD FEE" TO WS-LINK-EXPECT-TYPE
               WHEN REV-OF-CD-PENALTY
                   MOVE "CD PENALTY" TO WS-LINK-EXPECT-TYPE
               WHEN REV-OF-EXCESS-WD-FEE
                   MOVE "XS WD FEE" TO WS-LINK-EXPECT-TYPE
               WHEN REV-OF-TRANSFER
                   MOVE "TRANSFER" TO WS-LINK-EXPECT-TYPE
               WHEN OTHER
                   MOVE SPACES TO WS-LINK-EXPECT-TYPE
           END-EVALUATE
           MOVE TRAN-ACCOUNT-NUMBER TO RVSL-ACCT-NUMBER
           MOVE REV-REF-ORIG-SEQ TO RVSL-DAY-SEQ
           READ REVERSAL-WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RVSL-TRAN-TYPE TO WS-LINK-ORIG-TYPE
                   MOVE RVSL-TRAN-AMOUNT TO WS-LINK-ORIG-AMOUNT
                   IF RVSL-TRAN-TYPE = WS-LINK-EXPECT-TYPE
                           AND RVSL-TRAN-AMOUNT = TRANSACTION-AMOUNT
                       MOVE 'L' TO WS-LINK-STATUS
                   ELSE
                       MOVE 'D' TO WS-LINK-STATUS
                   END-IF
           END-READ.

       COMPUTE-TRAN-DELTA.
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
               WHEN "REVERSAL"
                   IF TRANSACTION-SIGN = "-"
                       COMPUTE WS-TRAN-DELTA = 0 - TRANSACTION-AMOUNT
                   ELSE
                       MOVE TRANSACTION-AMOUNT TO WS-TRAN-DELTA
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WS-TRAN-DELTA
           END-EVALUATE.
           DISPLAY "===================================="
           DISPLAY "Daily Reconciliation Report"
           DISPLAY "====================================".

       PRINT-REVERSAL-PAIRS.
           DISPLAY "===================================="
           DISPLAY "Reversal Pairs for " WS-RECON-DATE
           DISPLAY "===================================="
           MOVE 'N' TO RVSL-EOF-FLAG
           MOVE 0 TO RVSL-ACCT-NUMBER
           MOVE 0 TO RVSL-DAY-SEQ
           START REVERSAL-WORK-FILE
               KEY IS NOT LESS THAN RVSL-KEY
               INVALID KEY
                   MOVE 'Y' TO RVSL-EOF-FLAG
           END-START
           PERFORM PRINT-NEXT-REVERSAL-PAIR
               UNTIL RVSL-EOF-FLAG = 'Y'
           DISPLAY "===================================="
           DISPLAY "Reversals Linked:    " WS-REVERSALS-LINKED
           DISPLAY "Reversals Unmatched: " WS-REVERSALS-UNMATCHED.

       PRINT-NEXT-REVERSAL-PAIR.
           READ REVERSAL-WORK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO RVSL-EOF-FLAG
               NOT AT END
                   IF RVSL-TRAN-TYPE = "REVERSAL"
                       PERFORM PRINT-ONE-REVERSAL-PAIR
                   END-IF
           END-READ.

       PRINT-ONE-REVERSAL-PAIR.
           MOVE RVSL-TRAN-REFERENCE TO REVERSAL-REFERENCE
           DISPLAY "Account: " RVSL-ACCT-NUMBER
               "  Item " REV-REF-ORIG-SEQ " " RVSL-ORIG-TYPE
               " " RVSL-ORIG-AMOUNT
               "  Reversed by Item " RVSL-DAY-SEQ " "
               RVSL-TRAN-AMOUNT " " RVSL-TRAN-SIGN
           EVALUATE TRUE
               WHEN RVSL-LINKED
                   ADD 1 TO WS-REVERSALS-LINKED
               WHEN RVSL-MISMATCH
                   ADD 1 TO WS-REVERSALS-UNMATCHED
                   DISPLAY "  *** REVERSAL DOES NOT MATCH ORIGINAL ***"
               WHEN OTHER
                   ADD 1 TO WS-REVERSALS-UNMATCHED
                   DISPLAY "  *** ORIGINAL ITEM NOT FOUND ***"
           END-EVALUATE.
