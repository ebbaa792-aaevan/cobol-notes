      *----------------------------------
      * SLPCSTMT.CBL
      * File-control for the monthly
      * purchasing-card statement file
      * the card-issuing bank sends.
      * Input only - PCDSTM01 loads it.
      *----------------------------------
           SELECT PCARD-STATEMENT-FILE
               ASSIGN TO "pcardstm"
               ORGANIZATION IS LINE SEQUENTIAL.
