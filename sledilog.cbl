      *----------------------------------
      * SLEDILOG.CBL
      * File-control for the EDI
      * interchange control-number log
      * EDIINV01 writes and checks.
      *----------------------------------
           SELECT EDI-INTERCHANGE-LOG-FILE
               ASSIGN TO "edilog"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ILG-KEY
               ACCESS MODE IS DYNAMIC.
