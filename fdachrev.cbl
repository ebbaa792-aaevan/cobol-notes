      *----------------------------------
      * FDACHREV.CBL
      * ACH-DEBIT-REVIEW-RECORD layout.
      * One record per ACH debit notice,
      * keyed by the entry's trace
      * number, so a notice the bank
      * sends twice is only checked once.
      *
      * ADR-REASON is why the debit was
      * stopped - "U" the originator is
      * not on the authorized table for
      * that account, "I" it is there but
      * inactive, "O" the debit is over
      * the originator's ACO-MAX-AMOUNT
      * (copied to ADR-MAX-AMOUNT) -
      * space when it was authorized.
      *
      * ADR-STATUS:
      *   "A" authorized, booked by
      *       ACHDBR01 on receipt
      *   "P" stopped, waiting for a
      *       return/accept decision in
      *       ACHDEC01 by ADR-DEADLINE
      *   "K" accepted on review and
      *       booked
      *   "R" returned - sent to the
      *       bank on the return file
      * ADR-DECIDED-BY/-DATE are who
      * took the decision and when.
      *
      * ADR-GL-ACCOUNT is the account the
      * debit was booked to, under
      * ADR-COMPANY's books.
      *----------------------------------
       FD  ACH-DEBIT-REVIEW-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACH-DEBIT-REVIEW-RECORD.
           05 ADR-TRACE                PIC X(15).
           05 ADR-BANK-ACCOUNT         PIC 9(02).
           05 ADR-COMPANY-ID           PIC X(10).
           05 ADR-COMPANY-NAME         PIC X(16).
           05 ADR-AMOUNT               PIC 9(08)V99.
           05 ADR-EFFECTIVE-DATE       PIC 9(08).
           05 ADR-ENTRY-DESC           PIC X(10).
           05 ADR-RECEIVED-DATE        PIC 9(08).
           05 ADR-REASON               PIC X(01).
              88 ADR-NOT-LISTED        VALUE "U".
              88 ADR-INACTIVE          VALUE "I".
              88 ADR-OVER-MAXIMUM      VALUE "O".
           05 ADR-STATUS               PIC X(01).
              88 ADR-AUTHORIZED        VALUE "A".
              88 ADR-PENDING           VALUE "P".
              88 ADR-ACCEPTED          VALUE "K".
              88 ADR-RETURNED          VALUE "R".
           05 ADR-DEADLINE             PIC 9(08).
           05 ADR-MAX-AMOUNT           PIC 9(08)V99.
           05 ADR-GL-ACCOUNT           PIC 9(06).
           05 ADR-COMPANY              PIC 9(01).
           05 ADR-DECIDED-BY           PIC X(08).
           05 ADR-DECIDED-DATE         PIC 9(08).
