      *----------------------------------
      * FDEDI997.CBL
      * EDI-ACK-RECORD layout.  One X12
      * segment per line of the 997
      * functional acknowledgments, "*"
      * between elements and "~" at the
      * end of each segment.  EDIINV01
      * builds each segment in its own
      * working storage and moves the
      * finished line here to write it.
      *----------------------------------
       FD  EDI-ACK-FILE
           LABEL RECORDS ARE STANDARD.
       01  EDI-ACK-RECORD              PIC X(120).
