      *----------------------------------
      * FDPRPSL.CBL
      * PROPOSAL-RECORD layout.  One
      * record per voucher a VCHPRP01
      * proposal run selected for
      * payment, keyed by the proposal
      * ID and the voucher, so the
      * whole proposal can be listed or
      * backed out together.
      *
      * PRP-PAID-AT-PROPOSAL is what
      * the voucher had been paid when
      * it was selected - a back-out
      * only unselects a voucher still
      * showing that figure, so one a
      * check run has since paid is
      * left alone.
      *
      * PRP-STATUS: "S" selected by the
      * proposal, "B" backed out.
      *----------------------------------
       FD  PROPOSAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROPOSAL-RECORD.
           05 PRP-KEY.
              10 PRP-PROPOSAL-ID       PIC 9(06).
              10 PRP-VOUCHER-NUMBER    PIC 9(07).
           05 PRP-COMPANY              PIC 9(01).
           05 PRP-RUN-DATE             PIC 9(08).
           05 PRP-OPERATOR             PIC X(08).
           05 PRP-VENDOR               PIC 9(05).
           05 PRP-PAY-AMOUNT           PIC S9(6)V99.
           05 PRP-DISCOUNT-FLAG        PIC X(01).
           05 PRP-PAID-AT-PROPOSAL     PIC S9(6)V99.
           05 PRP-STATUS               PIC X(01).
           05 PRP-BACKOUT-DATE         PIC 9(08).
