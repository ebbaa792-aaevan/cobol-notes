      *----------------------------------
      * FDFRTALL.CBL
      * FREIGHT-ALLOCATION-RECORD
      * layout.  One record per PO line
      * a freight voucher was spread
      * over, keyed by PO number and
      * line so LNDRPT01 can pick up
      * every freight charge against a
      * line in one START, and carrying
      * the freight voucher as an
      * alternate key so FRTALC01 can
      * list or remove one voucher's
      * spread.
      *
      * FRA-METHOD "V" spread the
      * voucher by received value
      * (quantity times PO unit price),
      * "Q" by received quantity.
      * FRA-RECEIVED-QTY is the net
      * quantity on the line (receipts
      * less returns) when the spread
      * was made.
      *----------------------------------
       FD  FREIGHT-ALLOCATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  FREIGHT-ALLOCATION-RECORD.
           05 FRA-KEY.
              10 FRA-PO-NUMBER         PIC 9(06).
              10 FRA-LINE-NUMBER       PIC 9(03).
              10 FRA-VOUCHER-NUMBER    PIC 9(07).
           05 FRA-VENDOR               PIC 9(05).
           05 FRA-METHOD               PIC X(01).
           05 FRA-RECEIVED-QTY         PIC S9(05).
           05 FRA-AMOUNT               PIC S9(6)V99.
           05 FRA-DATE                 PIC 9(08).
