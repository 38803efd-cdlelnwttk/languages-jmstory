      *****************************************************
      *  IMAGEREC.CPY
      *  Image copy record, 80 characters, shared by
      *  ImageCopy, which unloads ACCTMAST, HOLDFILE and
      *  SORDMAST to sequential images at the end of the EOD
      *  stream, and ForwardRecovery, which reloads them.
      *  Each image is one header naming the master file and
      *  the business date the image was taken for, one data
      *  record per master record carried whole in
      *  IMG-MASTER-DATA, and one trailer with the record
      *  count and - for ACCTMAST - the total of the balances,
      *  which the reload proves before it trusts the image.
      *****************************************************
       01 IMAGE-RECORD.
           05 IMG-RECORD-TYPE      PIC X(1).
               88 IMG-HEADER           VALUE 'H'.
               88 IMG-DATA             VALUE 'D'.
               88 IMG-TRAILER          VALUE 'T'.
           05 IMG-MASTER-DATA      PIC X(79).
           05 IMG-HEADER-DATA REDEFINES IMG-MASTER-DATA.
               10 IMG-FILE-NAME        PIC X(8).
               10 IMG-BUSINESS-DATE    PIC X(10).
               10 IMG-TAKEN-DATE       PIC X(10).
               10 IMG-TAKEN-TIME       PIC X(8).
               10 FILLER               PIC X(43).
           05 IMG-TRAILER-DATA REDEFINES IMG-MASTER-DATA.
               10 IMG-RECORD-COUNT     PIC 9(8).
               10 IMG-BALANCE-TOTAL    PIC S9(10)V99
                                       SIGN IS LEADING SEPARATE.
               10 FILLER               PIC X(58).
