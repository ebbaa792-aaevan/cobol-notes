      *----------------------------------
      * SLCRDHLD.CBL
      * File-control for the purchasing-
      * card holder master CRDMNT01
      * maintains.
      *----------------------------------
           SELECT CARDHOLDER-FILE
               ASSIGN TO "cardhld"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CRH-CARD-NUMBER
               ACCESS MODE IS DYNAMIC.
