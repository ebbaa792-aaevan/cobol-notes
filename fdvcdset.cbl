      *----------------------------------
      * FDVCDSET.CBL
      * VCARD-SETTLE-RECORD layout.  One
      * line per card transaction the
      * bank settled - the request ID we
      * sent (run ID plus sequence), the
      * voucher number echoed back, the
      * bank's transaction ID, the date
      * the vendor's charge settled and
      * the amount the vendor charged.
      * A vendor refund comes back as a
      * negative amount, carried as a
      * leading-separate-sign display
      * numeric the way the p-card
      * statement carries amounts.
      *----------------------------------
       FD  VCARD-SETTLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  VCARD-SETTLE-RECORD.
           05 VCS-REQUEST-ID.
              10 VCS-RUN-ID            PIC 9(06).
              10 VCS-CARD-SEQ          PIC 9(03).
           05 VCS-VOUCHER-NUMBER       PIC 9(07).
           05 VCS-TRANSACTION-ID       PIC X(20).
           05 VCS-SETTLE-DATE          PIC 9(08).
           05 VCS-AMOUNT               PIC S9(8)V99 SIGN LEADING
                                       SEPARATE.
