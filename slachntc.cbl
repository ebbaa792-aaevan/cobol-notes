      *----------------------------------
      * SLACHNTC.CBL
      * File-control for the bank's
      * incoming ACH debit notices read
      * each morning by ACHDBR01.  Line
      * sequential, input only - the
      * bank writes it.
      *----------------------------------
           SELECT ACH-DEBIT-NOTICE-FILE
               ASSIGN TO "achdebit"
               ORGANIZATION IS LINE SEQUENTIAL.
