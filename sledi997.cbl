      *----------------------------------
      * SLEDI997.CBL
      * File-control for the outbound
      * 997 acknowledgment file EDIINV01
      * writes for the VAN to send back.
      *----------------------------------
           SELECT EDI-ACK-FILE
               ASSIGN TO "edi997out"
               ORGANIZATION IS LINE SEQUENTIAL.
