      *----------------------------------
      * SLSDNHIT.CBL
      * File-control for the sanctions
      * screening hit file.
      *----------------------------------
           SELECT OPTIONAL SDN-HIT-FILE
               ASSIGN TO "sdnhit"
               ORGANIZATION IS INDEXED
               RECORD KEY IS HIT-KEY
               ACCESS MODE IS DYNAMIC.
