      *****************************************************
      *  AUDITREC.CPY
      *  Master-file maintenance audit record. BankingSystem
      *  appends one record for each field it changes on a
      *  master file - account, customer, teller, standing
      *  order, CD instruction and fee schedule - naming the
      *  teller signed on, the supervisor who approved the
      *  change (blank when none was needed), the file and
      *  record key, and the field's value before and after.
      *  An added record has a blank before value. Passwords
      *  are never written; both values show as asterisks.
      *  AUD-SENSITIVE is set on changes that widen what
      *  someone may do - a raised limit or role, a password
      *  reset, a teller or account taken off lock or freeze,
      *  a lowered fee, a supervisor balance change - and
      *  AuditReport lists those in a section of their own.
      *****************************************************
       01 AUDIT-LOG-RECORD.
           05 AUD-DATE             PIC X(10).
           05 AUD-TIME             PIC X(8).
           05 AUD-TELLER-ID        PIC X(10).
           05 AUD-SUPV-ID          PIC X(10).
           05 AUD-FILE-NAME        PIC X(8).
           05 AUD-RECORD-KEY       PIC X(16).
           05 AUD-ACCT-NUMBER      PIC 9(10).
           05 AUD-ACTION           PIC X(1).
               88 AUD-ADDED            VALUE 'A'.
               88 AUD-CHANGED          VALUE 'C'.
               88 AUD-CANCELLED        VALUE 'X'.
           05 AUD-FIELD-NAME       PIC X(16).
           05 AUD-BEFORE-VALUE     PIC X(30).
           05 AUD-AFTER-VALUE      PIC X(30).
           05 AUD-SENSITIVE-FLAG   PIC X(1).
               88 AUD-SENSITIVE        VALUE 'Y'.
