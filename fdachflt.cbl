      *----------------------------------
      * FDACHFLT.CBL
      * ACH-DEBIT-FILTER-RECORD layout.
      * One line per active authorized
      * originator: the account the bank
      * knows (routing and account
      * number), the originator's company
      * ID and name, and the most one
      * debit may take.  The bank blocks
      * any debit the list does not
      * allow.
      *----------------------------------
       FD  ACH-DEBIT-FILTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACH-DEBIT-FILTER-RECORD.
           05 AFL-ROUTING              PIC 9(09).
           05 AFL-ACCOUNT-NUMBER       PIC X(17).
           05 AFL-COMPANY-ID           PIC X(10).
           05 AFL-COMPANY-NAME         PIC X(30).
           05 AFL-MAX-AMOUNT           PIC 9(08)V99.
