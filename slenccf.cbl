      *----------------------------------
      * SLENCCF.CBL
      * File-control for the carried-
      * forward commitments written by
      * the year-end roll (ENCROL01).
      *----------------------------------
           SELECT OPTIONAL ENCUMBRANCE-CARRY-FILE
               ASSIGN TO "enccarry"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ECF-KEY
               ACCESS MODE IS DYNAMIC.
