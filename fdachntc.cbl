      *----------------------------------
      * FDACHNTC.CBL
      * ACH-DEBIT-NOTICE-RECORD layout.
      * One line per ACH debit presented
      * against one of our accounts, as
      * the bank reports it: the account
      * (our BNK-ACCOUNT-CODE, the same
      * as the statement file), the
      * originator's company ID and
      * name, amount, effective date, the
      * entry's trace number and its
      * entry description.
      *----------------------------------
       FD  ACH-DEBIT-NOTICE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACH-DEBIT-NOTICE-RECORD.
           05 ADN-BANK-ACCOUNT         PIC 9(02).
           05 ADN-COMPANY-ID           PIC X(10).
           05 ADN-COMPANY-NAME         PIC X(16).
           05 ADN-AMOUNT               PIC 9(08)V99.
           05 ADN-EFFECTIVE-DATE       PIC 9(08).
           05 ADN-TRACE                PIC X(15).
           05 ADN-ENTRY-DESC           PIC X(10).
