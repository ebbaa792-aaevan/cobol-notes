      *----------------------------------
      * SLWRTOFF.CBL
      * File-control for the write-off
      * register WOFRUN01 keeps and
      * VCHMNT01 reads.
      *----------------------------------
           SELECT OPTIONAL WRITE-OFF-FILE
               ASSIGN TO "wrtoff"
               ORGANIZATION IS INDEXED
               RECORD KEY IS WOF-VOUCHER-NUMBER
               ACCESS MODE IS DYNAMIC.
