      *----------------------------------
      * SLPCLINE.CBL
      * File-control for the purchasing-
      * card line file - every statement
      * transaction PCDSTM01 has loaded,
      * with its GL coding.
      *----------------------------------
           SELECT PCARD-LINE-FILE
               ASSIGN TO "pcline"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PCL-KEY
               ALTERNATE RECORD KEY IS PCL-CARD-NUMBER
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.
