      *----------------------------------
      * FDPCLINE.CBL
      * PCARD-LINE-RECORD layout.  One
      * record per purchasing-card
      * transaction, keyed by company,
      * statement closing date and the
      * line's position on the statement.
      *
      * PCL-GL-ACCOUNT starts as the
      * cardholder's default (zero when
      * the card is not on file or is
      * cancelled) and is recoded by the
      * cardholder or approver;
      * PCL-CODED-BY holds whoever last
      * touched it.  PCL-STATUS is "O"
      * while the line is open for
      * recoding and "V" once it has been
      * vouchered to the issuer -
      * PCL-VOUCHER-NUMBER then says
      * which voucher carries it.
      *----------------------------------
       FD  PCARD-LINE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PCARD-LINE-RECORD.
           05 PCL-KEY.
              10 PCL-COMPANY           PIC 9(01).
              10 PCL-STATEMENT-DATE    PIC 9(08).
              10 PCL-LINE-NUMBER       PIC 9(04).
           05 PCL-CARD-NUMBER          PIC X(16).
           05 PCL-POST-DATE            PIC 9(08).
           05 PCL-MERCHANT             PIC X(25).
           05 PCL-REFERENCE            PIC X(12).
           05 PCL-AMOUNT               PIC S9(6)V99.
           05 PCL-GL-ACCOUNT           PIC 9(06).
           05 PCL-CODED-BY             PIC X(08).
           05 PCL-STATUS               PIC X(01).
           05 PCL-VOUCHER-NUMBER       PIC 9(07).
