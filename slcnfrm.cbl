      *----------------------------------
      * SLCNFRM.CBL
      * File-control for the vendor
      * balance confirmation tracking
      * file.
      *----------------------------------
           SELECT OPTIONAL CONFIRMATION-FILE
               ASSIGN TO "cnfrmtrk"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CNF-KEY
               ACCESS MODE IS DYNAMIC.
