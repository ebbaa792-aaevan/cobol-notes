      *----------------------------------
      * SLVCDREQ.CBL
      * Virtual-card payment-request file
      * written by CHKRUN01 for "V"
      * payment-method vendors.
      *----------------------------------
           SELECT VCARD-REQUEST-FILE
               ASSIGN TO "vcardreq"
               ORGANIZATION IS LINE SEQUENTIAL.
