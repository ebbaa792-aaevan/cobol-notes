      *----------------------------------
      * SLEDI810.CBL
      * File-control for the inbound
      * EDI invoice file read by
      * EDIINV01.  Input only - the
      * VAN mailbox pickup writes it.
      *----------------------------------
           SELECT EDI-INBOUND-FILE
               ASSIGN TO "edi810in"
               ORGANIZATION IS LINE SEQUENTIAL.
