      *----------------------------------
      * SLSDNLST.CBL
      * File-control for the sanctions
      * (OFAC SDN) list.
      *----------------------------------
           SELECT OPTIONAL SDN-LIST-FILE
               ASSIGN TO "sdnlist"
               ORGANIZATION IS INDEXED
               RECORD KEY IS SDN-ENTRY-KEY
               ALTERNATE RECORD KEY IS SDN-MATCH-KEY
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.
