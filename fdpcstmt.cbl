      *----------------------------------
      * FDPCSTMT.CBL
      * PCARD-STATEMENT-RECORD layout.
      * One line per card transaction on
      * the issuer's monthly statement.
      * PCS-AMOUNT is a charge when
      * positive and a merchant credit
      * when negative, carried as a
      * leading-separate-sign display
      * numeric the way the voucher
      * interface file carries amounts.
      *----------------------------------
       FD  PCARD-STATEMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PCARD-STATEMENT-RECORD.
           05 PCS-CARD-NUMBER          PIC X(16).
           05 PCS-POST-DATE            PIC 9(08).
           05 PCS-MERCHANT             PIC X(25).
           05 PCS-REFERENCE            PIC X(12).
           05 PCS-AMOUNT               PIC S9(6)V99 SIGN LEADING
                                       SEPARATE.
