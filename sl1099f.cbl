      *----------------------------------
      * SL1099F.CBL
      * File-control for the filed-1099
      * snapshot VND1099 records and
      * VND1099C corrects against.
      *----------------------------------
           SELECT OPTIONAL FILED-1099-FILE
               ASSIGN TO "filed1099"
               ORGANIZATION IS INDEXED
               RECORD KEY IS F99-KEY
               ACCESS MODE IS DYNAMIC.
