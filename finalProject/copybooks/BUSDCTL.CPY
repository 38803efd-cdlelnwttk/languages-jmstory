           05 BUSD-GL-DONE         PIC X(1).
           05 BUSD-TELLER-DONE     PIC X(1).
           05 BUSD-CTR-DONE        PIC X(1).
           05 BUSD-IMAGE-DONE      PIC X(1).
