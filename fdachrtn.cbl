      *----------------------------------
      * FDACHRTN.CBL
      * ACH-DEBIT-RETURN-RECORD layout.
      * One line per debit we have
      * decided to return, with the
      * return reason code - R29, not
      * authorized by a corporate
      * customer.
      *----------------------------------
       FD  ACH-DEBIT-RETURN-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACH-DEBIT-RETURN-RECORD.
           05 ART-BANK-ACCOUNT         PIC 9(02).
           05 ART-TRACE                PIC X(15).
           05 ART-COMPANY-ID           PIC X(10).
           05 ART-AMOUNT               PIC 9(08)V99.
           05 ART-EFFECTIVE-DATE       PIC 9(08).
           05 ART-RETURN-CODE          PIC X(03).
           05 ART-DECIDED-BY           PIC X(08).
           05 ART-DECIDED-DATE         PIC 9(08).
