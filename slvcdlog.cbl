      *----------------------------------
      * SLVCDLOG.CBL
      * File-control for the virtual-card
      * log written by CHKRUN01 alongside
      * each card-payment request.
      *----------------------------------
           SELECT OPTIONAL VCARD-LOG-FILE
               ASSIGN TO "vcardlog"
               ORGANIZATION IS INDEXED
               RECORD KEY IS VCL-KEY
               ACCESS MODE IS DYNAMIC.
