      *----------------------------------
      * SLVNDCTR.CBL
      * File-control for the vendor
      * contract file maintained by
      * CNTMNT01.  The alternate key
      * lists one vendor's contracts.
      *----------------------------------
           SELECT OPTIONAL VENDOR-CONTRACT-FILE
               ASSIGN TO "vndctr"
               ORGANIZATION IS INDEXED
               RECORD KEY IS VCT-CONTRACT-ID
               ALTERNATE RECORD KEY IS VCT-VENDOR
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.
