      *----------------------------------
      * FDEDILOG.CBL
      * EDI-INTERCHANGE-LOG-RECORD
      * layout.  One record per inbound
      * interchange EDIINV01 has
      * processed, keyed by the sender
      * ID and the ISA13 control number
      * - an interchange arriving with
      * a sender/control pair already
      * on file is a resend and is not
      * processed again.
      *
      * ILG-ACK-CONTROL is the control
      * number of the last 997
      * interchange sent back for it.
      *----------------------------------
       FD  EDI-INTERCHANGE-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  EDI-INTERCHANGE-LOG-RECORD.
           05 ILG-KEY.
              10 ILG-PARTNER-ID        PIC X(15).
              10 ILG-CONTROL-NUMBER    PIC 9(09).
           05 ILG-INTERCHANGE-DATE     PIC X(06).
           05 ILG-RECEIVED-DATE        PIC 9(08).
           05 ILG-SET-COUNT            PIC 9(05).
           05 ILG-ACCEPTED-COUNT       PIC 9(05).
           05 ILG-REJECTED-COUNT       PIC 9(05).
           05 ILG-ACK-CONTROL          PIC 9(09).
