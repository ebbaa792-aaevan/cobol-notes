      *----------------------------------
      * FDEDI810.CBL
      * EDI-INBOUND-RECORD layout.  The
      * X12 interchanges as the VAN
      * delivers them, unwrapped one
      * segment to a line - elements
      * separated by "*", an optional
      * "~" segment terminator at the
      * end of the line.
      *----------------------------------
       FD  EDI-INBOUND-FILE
           LABEL RECORDS ARE STANDARD.
       01  EDI-INBOUND-RECORD          PIC X(256).
