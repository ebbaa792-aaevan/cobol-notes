      *----------------------------------
      * FDACHORG.CBL
      * AUTH-ORIGINATOR-RECORD layout.
      * One record per outside company
      * allowed to pull ACH debits from
      * one of our bank accounts - the
      * tax authorities, the lessor, the
      * insurance carrier.  ACO-COMPANY-
      * ID is the ten-character company
      * identification the originator
      * puts on its NACHA batches, as the
      * bank's debit notice carries it.
      *
      * ACO-MAX-AMOUNT is the most one
      * debit may take; ACO-GL-ACCOUNT is
      * the account the debit is booked
      * to when it is accepted (the bank
      * account's BNK-GL-CASH-ACCOUNT is
      * credited).  An "I" inactive
      * originator is blocked the same
      * as one never listed, and comes
      * off the debit filter ACOMNT01
      * exports for the bank.
      *----------------------------------
       FD  AUTH-ORIGINATOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUTH-ORIGINATOR-RECORD.
           05 ACO-KEY.
              10 ACO-BANK-ACCOUNT      PIC 9(02).
              10 ACO-COMPANY-ID        PIC X(10).
           05 ACO-NAME                 PIC X(30).
           05 ACO-MAX-AMOUNT           PIC 9(08)V99.
           05 ACO-GL-ACCOUNT           PIC 9(06).
           05 ACO-STATUS               PIC X(01).
           05 ACO-ADDED-DATE           PIC 9(08).
