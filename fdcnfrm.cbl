      *----------------------------------
      * FDCNFRM.CBL
      * CONFIRMATION-RECORD layout.  One
      * line per balance confirmation
      * letter CNFLTR01 prints for the
      * auditors - the vendor, the
      * as-of date asked about, and the
      * balance and open-invoice count
      * the letter stated.
      * CNF-STATUS is "S" sent and still
      * waiting, "R" the vendor's reply
      * is back.  On a reply CNFLTR01
      * keeps the balance the vendor
      * reported and the difference
      * (reported less sent - positive
      * means the vendor says we owe
      * more than our books show).
      * Printing the same vendor and
      * as-of date again re-sends: the
      * record goes back to "S" with the
      * new sent date and balance.
      *----------------------------------
       FD  CONFIRMATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONFIRMATION-RECORD.
           05 CNF-KEY.
              10 CNF-VENDOR            PIC 9(05).
              10 CNF-AS-OF-DATE        PIC 9(08).
           05 CNF-BALANCE-SENT         PIC S9(09)V99.
           05 CNF-OPEN-COUNT           PIC 9(05).
           05 CNF-SENT-DATE            PIC 9(08).
           05 CNF-SENT-OPERATOR        PIC X(08).
           05 CNF-STATUS               PIC X(01).
           05 CNF-RECEIVED-DATE        PIC 9(08).
           05 CNF-REPORTED-BALANCE     PIC S9(09)V99.
           05 CNF-DIFFERENCE           PIC S9(09)V99.
           05 CNF-REPLY-OPERATOR       PIC X(08).
           05 CNF-REPLY-NOTE           PIC X(30).
