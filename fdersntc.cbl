      *----------------------------------
      * FDERSNTC.CBL
      * ERS-NOTICE-RECORD layout.  One
      * line per receipt ERSGEN01
      * vouchered for an evaluated-
      * receipt-settlement vendor - the
      * self-billing notice that stands
      * in for the invoice the vendor
      * never sends.  The vendor matches
      * ERN-INVOICE (the self-billed
      * invoice number, "ERS" plus PO
      * plus receipt sequence) against
      * its own receivable and can
      * quote it on any dispute.
      * Amounts are leading-separate-
      * sign display numerics the way
      * the voucher interface file
      * carries them.
      *----------------------------------
       FD  ERS-NOTICE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERS-NOTICE-RECORD.
           05 ERN-VENDOR               PIC 9(05).
           05 ERN-INVOICE              PIC X(15).
           05 ERN-RUN-DATE             PIC 9(08).
           05 ERN-PO-NUMBER            PIC 9(06).
           05 ERN-PO-LINE              PIC 9(03).
           05 ERN-RECEIPT-SEQUENCE     PIC 9(03).
           05 ERN-RECEIPT-DATE         PIC 9(08).
           05 ERN-ITEM                 PIC X(15).
           05 ERN-QUANTITY             PIC 9(05).
           05 ERN-UNIT-PRICE           PIC S9(5)V99 SIGN LEADING
                                       SEPARATE.
           05 ERN-AMOUNT               PIC S9(6)V99 SIGN LEADING
                                       SEPARATE.
           05 ERN-DUE-DATE             PIC 9(08).
           05 ERN-VOUCHER-NUMBER       PIC 9(07).
