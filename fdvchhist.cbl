           05 VCH-HIST-GL-LINE-COMPANY     OCCURS 5 TIMES
                                           PIC 9(01).
           05 VCH-HIST-LAST-FXGL-AMT       PIC S9(6)V99.
           05 VCH-HIST-GL-LINE-JOB         OCCURS 5 TIMES
                                           PIC 9(06).
           05 VCH-HIST-OPEN-ITEM           PIC X(01).
           05 VCH-HIST-VAT-AMOUNT          PIC S9(6)V99.
           05 VCH-HIST-VAT-RATE            PIC 9(02)V99.
           05 VCH-HIST-VAT-USD-AMOUNT      PIC S9(6)V99.
           05 VCH-HIST-VAT-COUNTRY         PIC X(02).
           05 VCH-HIST-VAT-REG-NO          PIC X(20).
