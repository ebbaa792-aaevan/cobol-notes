      *----------------------------------
      * FDRFNREQ.CBL
      * REFUND-REQUEST-RECORD layout.
      * One record per refund request
      * DBRRPT01 sends a vendor whose
      * open credits, overpayments and
      * unapplied advances outweigh what
      * we owe it.  RFR-AMOUNT is the net
      * balance in our favor when the
      * last letter went; a follow-up
      * letter on an open request bumps
      * RFR-LETTER-COUNT instead of
      * starting a new one.
      * RFR-STATUS "O" open, "C" closed -
      * VRCMNT01 adds each refund check
      * ("R" receipt) from the vendor to
      * RFR-RECEIVED-AMOUNT on the
      * oldest open request for that
      * company, and closes it once the
      * amount asked for has come in.
      * The sequence is one up from the
      * highest on file per vendor.
      *----------------------------------
       FD  REFUND-REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
       01  REFUND-REQUEST-RECORD.
           05 RFR-KEY.
              10 RFR-VENDOR            PIC 9(05).
              10 RFR-SEQUENCE          PIC 9(03).
           05 RFR-COMPANY              PIC 9(01).
           05 RFR-REQUEST-DATE         PIC 9(08).
           05 RFR-LAST-LETTER-DATE     PIC 9(08).
           05 RFR-LETTER-COUNT         PIC 9(02).
           05 RFR-AMOUNT               PIC S9(07)V99.
           05 RFR-STATUS               PIC X(01).
           05 RFR-RECEIVED-AMOUNT      PIC S9(07)V99.
           05 RFR-RECEIPT-NUMBER       PIC 9(07).
           05 RFR-CLOSED-DATE          PIC 9(08).
           05 RFR-OPERATOR             PIC X(08).
