           activity so accounts that cross the threshold across
           several smaller transactions are reported as well. The
           threshold is read from the CTRPARM parameter file so
           operations can change it without a code release. ACH
           credits and debits, posted under batch ID ACHPOST, are
           electronic and are left off the report. The
           per-account aggregation runs through a keyed work file
           that replaced the old fixed 500-entry in-storage table,
           so no account is ever skipped.
       01 TRAN-FILE-STATUS         PIC X(2) VALUE '00'.
       01 CTR-PARM-STATUS          PIC X(2) VALUE '00'.
       01 BUSD-FILE-STATUS         PIC X(2) VALUE '00'.
       01 WS-BUSD-RECORD-SAVE      PIC X(17).
       01 CTR-RPT-STATUS           PIC X(2) VALUE '00'.
       01 TRAN-EOF-FLAG            PIC X VALUE 'N'.
       01 WS-REPORT-DATE           PIC X(10).
                       AND (TRANSACTION-TYPE = "DEPOSIT"
                       OR TRANSACTION-TYPE = "WITHDRAWAL"
                       OR TRANSACTION-TYPE = "OVERDRAFT")
                       AND TRAN-TELLER-ID NOT = "ACHPOST"
                       PERFORM EXAMINE-CASH-TRANSACTION
                   END-IF
           END-READ.
