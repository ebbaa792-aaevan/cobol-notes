      *----------------------------------
      * SLCAPSNP.CBL
      * File-control for the monthly
      * capacity measurements CAPRPT01
      * writes and projects from.
      *----------------------------------
           SELECT OPTIONAL CAPACITY-SNAPSHOT-FILE
               ASSIGN TO "capsnap"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CAP-KEY
               ACCESS MODE IS DYNAMIC.
