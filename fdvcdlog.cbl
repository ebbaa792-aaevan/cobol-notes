      *----------------------------------
      * FDVCDLOG.CBL
      * VCARD-LOG-RECORD layout.  One
      * record per card-payment request
      * CHKRUN01 writes - the durable
      * side of the vcardreq hand-off
      * file, the same way the wire log
      * backs the wire instructions.
      *
      * Keyed by run ID plus a sequence
      * within the run; the pair is the
      * request ID the bank echoes back
      * on its settlement file.
      *
      * VCL-STATUS: "R" requested (card
      * issued, not yet charged by the
      * vendor), "S" settled - VCDSET01
      * stamps the bank's card
      * transaction ID, the settlement
      * date and the amount the vendor
      * actually charged, and clears the
      * voucher.  "D" settled for a
      * different amount than requested;
      * the voucher stays uncleared until
      * someone looks at it.  A vendor
      * refund on a settled card nets
      * into VCL-SETTLED-AMOUNT.  VCDRBT01
      * totals settled spend by vendor
      * for the quarterly rebate.
      *----------------------------------
       FD  VCARD-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  VCARD-LOG-RECORD.
           05 VCL-KEY.
              10 VCL-RUN-ID            PIC 9(06).
              10 VCL-CARD-SEQ          PIC 9(03).
           05 VCL-BANK-ACCOUNT         PIC 9(02).
           05 VCL-COMPANY              PIC 9(01).
           05 VCL-VENDOR               PIC 9(05).
           05 VCL-PAYEE-NAME           PIC X(30).
           05 VCL-VOUCHER-NUMBER       PIC 9(07).
           05 VCL-AMOUNT               PIC 9(08)V99.
           05 VCL-REQUEST-DATE         PIC 9(08).
           05 VCL-STATUS               PIC X(01).
           05 VCL-TRANSACTION-ID       PIC X(20).
           05 VCL-SETTLE-DATE          PIC 9(08).
           05 VCL-SETTLED-AMOUNT       PIC S9(08)V99.
