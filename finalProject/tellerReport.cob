           then balances each teller's net cash movement against the
           declared closing drawer count keyed in at end of shift,
           and flags teller IDs that posted without signing on that
           day. Batch run IDs (BATCHPOS, ACHPOST, INTEREST,
           ARCHIVE, STANDORD, CDMATURE, COLLECT, MAINTFEE) are
           reported but exempt from the sign-on check. A same-day
           reversal is netted out of the deposit, withdrawal or fee
           total of the item it backs out, so the drawer balances
           on what was actually paid in and out. The per-teller
           totals accumulate in a keyed work file that replaced the
           old fixed 100-entry in-storage table, so no teller is
           ever skipped.

       ENVIRONMENT DIVISION.
              CONFIGURATION SECTION.
       01 TELLER-WORK-RECORD.
           05 WORK-TELLER-ID       PIC X(10).
           05 WORK-DEP-COUNT       PIC 9(6).
           05 WORK-DEP-AMOUNT      PIC S9(10)V99.
           05 WORK-WD-COUNT        PIC 9(6).
           05 WORK-WD-AMOUNT       PIC S9(10)V99.
           05 WORK-FEE-COUNT       PIC 9(6).
           05 WORK-FEE-AMOUNT      PIC S9(10)V99.
           05 WORK-XFR-COUNT       PIC 9(6).
           05 WORK-RVS-COUNT       PIC 9(6).
           05 WORK-OTH-COUNT       PIC 9(6).
           05 WORK-DECLARED-AMT    PIC 9(8)V99.
           05 WORK-DECLARED-FLAG   PIC X(1).
       01 TRAN-FILE-STATUS         PIC X(2) VALUE '00'.
       01 TELLER-LOG-STATUS        PIC X(2) VALUE '00'.
       01 BUSD-FILE-STATUS         PIC X(2) VALUE '00'.
       01 WS-BUSD-RECORD-SAVE      PIC X(17).
       01 DRAWER-FILE-STATUS       PIC X(2) VALUE '00'.
       01 TRAN-EOF-FLAG            PIC X VALUE 'N'.
       01 TELLER-LOG-EOF-FLAG      PIC X VALUE 'N'.
       01 WS-OVER-SHORT            PIC S9(10)V99 VALUE 0.
       01 WS-EDIT-AMOUNT           PIC -(9)9.99.
       01 WS-EDIT-COUNT            PIC ZZZZZ9.
           COPY REVREF.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE 0 TO WORK-FEE-COUNT
           MOVE 0 TO WORK-FEE-AMOUNT
           MOVE 0 TO WORK-XFR-COUNT
           MOVE 0 TO WORK-RVS-COUNT
           MOVE 0 TO WORK-OTH-COUNT
           MOVE 0 TO WORK-DECLARED-AMT
           MOVE 'N' TO WORK-DECLARED-FLAG
                   ADD 1 TO WORK-FEE-COUNT
                   ADD TRANSACTION-AMOUNT TO WORK-FEE-AMOUNT
               WHEN "CD PENALTY"
               WHEN "MAINT FEE"
               WHEN "XS WD FEE"
                   ADD 1 TO WORK-FEE-COUNT
                   ADD TRANSACTION-AMOUNT TO WORK-FEE-AMOUNT
               WHEN "TRANSFER"
                   ADD 1 TO WORK-XFR-COUNT
               WHEN "REVERSAL"
                   PERFORM TALLY-REVERSAL-INTO-WORK
               WHEN OTHER
                   ADD 1 TO WORK-OTH-COUNT
           END-EVALUATE.

       TALLY-REVERSAL-INTO-WORK.
           MOVE TRAN-REFERENCE TO REVERSAL-REFERENCE
           IF NOT REV-REF-VALID
               ADD 1 TO WORK-OTH-COUNT
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN REV-OF-DEPOSIT
                   ADD 1 TO WORK-RVS-COUNT
                   SUBTRACT TRANSACTION-AMOUNT FROM WORK-DEP-AMOUNT
               WHEN REV-OF-WITHDRAWAL
               WHEN REV-OF-OVERDRAFT
                   ADD 1 TO WORK-RVS-COUNT
                   SUBTRACT TRANSACTION-AMOUNT FROM WORK-WD-AMOUNT
               WHEN REV-OF-OD-FEE
               WHEN REV-OF-CD-PENALTY
               WHEN REV-OF-EXCESS-WD-FEE
                   ADD 1 TO WORK-RVS-COUNT
                   SUBTRACT TRANSACTION-AMOUNT FROM WORK-FEE-AMOUNT
               WHEN REV-OF-TRANSFER
                   ADD 1 TO WORK-XFR-COUNT
               WHEN OTHER
                   ADD 1 TO WORK-OTH-COUNT
           END-EVALUATE.
               "  Total: " WS-EDIT-AMOUNT
           MOVE WORK-FEE-COUNT TO WS-EDIT-COUNT
           MOVE WORK-FEE-AMOUNT TO WS-EDIT-AMOUNT
           DISPLAY "  Fees:        " WS-EDIT-COUNT
               "  Total: " WS-EDIT-AMOUNT
           MOVE WORK-XFR-COUNT TO WS-EDIT-COUNT
           DISPLAY "  Transfer Legs: " WS-EDIT-COUNT
               " (no cash movement)"
           MOVE WORK-RVS-COUNT TO WS-EDIT-COUNT
           DISPLAY "  Reversals:     " WS-EDIT-COUNT
               " (netted from the totals above)"
           MOVE WORK-OTH-COUNT TO WS-EDIT-COUNT
           DISPLAY "  Other Items:   " WS-EDIT-COUNT
           MOVE WORK-DEP-AMOUNT TO WS-EDIT-AMOUNT
                       AND WORK-TELLER-ID NOT = "INTEREST"
                       AND WORK-TELLER-ID NOT = "ARCHIVE"
                       AND WORK-TELLER-ID NOT = "STANDORD"
                       AND WORK-TELLER-ID NOT = "CDMATURE"
                       AND WORK-TELLER-ID NOT = "COLLECT"
                       AND WORK-TELLER-ID NOT = "MAINTFEE"
                       AND WORK-TELLER-ID NOT = "ACHPOST"
                   DISPLAY "  *** NO DRAWER COUNT DECLARED ***"
               END-IF
           END-IF
               AND WORK-TELLER-ID NOT = "INTEREST"
               AND WORK-TELLER-ID NOT = "ARCHIVE"
               AND WORK-TELLER-ID NOT = "STANDORD"
               AND WORK-TELLER-ID NOT = "CDMATURE"
               AND WORK-TELLER-ID NOT = "COLLECT"
               AND WORK-TELLER-ID NOT = "MAINTFEE"
               AND WORK-TELLER-ID NOT = "ACHPOST"
               DISPLAY "  *** TELLER NEVER SIGNED ON "
                   "THIS DAY ***"
           END-IF.
