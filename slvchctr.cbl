      *----------------------------------
      * SLVCHCTR.CBL
      * File-control for the voucher-to-
      * contract link written by
      * VCHMNT01.
      *----------------------------------
           SELECT OPTIONAL VOUCHER-CONTRACT-FILE
               ASSIGN TO "vchctr"
               ORGANIZATION IS INDEXED
               RECORD KEY IS VCC-VOUCHER-NUMBER
               ALTERNATE RECORD KEY IS VCC-CONTRACT-ID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.
