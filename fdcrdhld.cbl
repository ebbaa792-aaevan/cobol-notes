      *----------------------------------
      * FDCRDHLD.CBL
      * CARDHOLDER-RECORD layout.  One
      * record per purchasing card the
      * company has issued, keyed by the
      * card number exactly as the
      * issuer prints it on the monthly
      * statement.
      *
      * CRH-DEFAULT-GL is the account a
      * statement line on this card is
      * coded to when PCDSTM01 loads it;
      * from there the lines may be
      * recoded by the holder (signed on
      * as CRH-HOLDER-ID) or by
      * CRH-APPROVER-ID.  With neither
      * set, any AP operator codes them.  A
      * card reported lost or cancelled
      * is marked CRH-STATUS "C" - its
      * lines still load, but uncoded,
      * so somebody has to look at them.
      *----------------------------------
       FD  CARDHOLDER-FILE
           LABEL RECORDS ARE STANDARD.
       01  CARDHOLDER-RECORD.
           05 CRH-CARD-NUMBER          PIC X(16).
           05 CRH-NAME                 PIC X(30).
           05 CRH-COMPANY              PIC 9(01).
           05 CRH-DEFAULT-GL           PIC 9(06).
           05 CRH-APPROVER-ID          PIC X(08).
           05 CRH-STATUS               PIC X(01).
           05 CRH-HOLDER-ID            PIC X(08).
