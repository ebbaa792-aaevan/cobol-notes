      *----------------------------------
      * SLW9LTR.CBL
      * File-control for the W-9
      * solicitation letter history.
      *----------------------------------
           SELECT OPTIONAL W9-LETTER-FILE
               ASSIGN TO "w9letter"
               ORGANIZATION IS INDEXED
               RECORD KEY IS W9L-KEY
               ACCESS MODE IS DYNAMIC.
