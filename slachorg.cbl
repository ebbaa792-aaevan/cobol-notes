      *----------------------------------
      * SLACHORG.CBL
      * File-control for the authorized
      * ACH debit originator table.
      *----------------------------------
           SELECT OPTIONAL AUTH-ORIGINATOR-FILE
               ASSIGN TO "achorig"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ACO-KEY
               ACCESS MODE IS DYNAMIC.
