      *----------------------------------
      * SLPRPSL.CBL
      * File-control for the payment
      * proposal file.
      *----------------------------------
           SELECT PROPOSAL-FILE
               ASSIGN TO "proposal"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PRP-KEY
               ACCESS MODE IS DYNAMIC.
