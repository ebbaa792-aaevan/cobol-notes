      *----------------------------------
      * FDVCDREQ.CBL
      * One fixed-width card-payment
      * request per voucher CHKRUN01 pays
      * a "V" payment-method vendor - the
      * hand-off file uploaded to the
      * bank's card program, which issues
      * a single-use card number for the
      * exact amount and e-mails it to the
      * vendor.  Built in working storage
      * and moved here, the same pattern
      * as the wire-instruction file.
      *----------------------------------
       FD  VCARD-REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
       01  VCARD-REQUEST-RECORD         PIC X(140).
