      *----------------------------------
      * SLASTADD.CBL
      * File-control for the fixed-asset
      * addition file - one record per
      * voucher line coded to a capital
      * account, written by VCHMNT01 and
      * VCHIMP01 and tagged through
      * ASTMNT01.
      *----------------------------------
           SELECT ASSET-ADDITION-FILE
               ASSIGN TO "astadd"
               ORGANIZATION IS INDEXED
               RECORD KEY IS AAD-KEY
               ACCESS MODE IS DYNAMIC.
