      *----------------------------------
      * SLFRTALL.CBL
      * File-control for the freight-
      * allocation file FRTALC01 writes
      * - a carrier's freight voucher
      * spread across the received PO
      * lines it paid to deliver.
      *----------------------------------
           SELECT FREIGHT-ALLOCATION-FILE
               ASSIGN TO "frtalloc"
               ORGANIZATION IS INDEXED
               RECORD KEY IS FRA-KEY
               ALTERNATE RECORD KEY IS FRA-VOUCHER-NUMBER
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.
