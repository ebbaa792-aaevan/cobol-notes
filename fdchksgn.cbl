      *----------------------------------
      * FDCHKSGN.CBL
      * CHECK-SIGNATURE-RECORD layout.
      * CHKPRT01 writes one for every
      * check it prints with the
      * signature block left blank - the
      * amount is over the drawing
      * account's BNK-FACSIMILE-LIMIT -
      * at CSG-STATUS "A" awaiting
      * signature.  CHKSGN01 records each
      * live signature as it is put on
      * the check: who signed, the date
      * and the time.  Once CSG-REQUIRED
      * signatures are on it the check
      * goes to "S" and may be released.
      * A spoiled check's entry goes to
      * "V" when CHKPRT01 reprints it
      * under a new number, and a voided
      * check's when CHKVOD01 voids it.
      *
      * The two signers of a two-
      * signature check must be two
      * different people.
      *----------------------------------
       FD  CHECK-SIGNATURE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHECK-SIGNATURE-RECORD.
           05 CSG-KEY.
              10 CSG-BANK-ACCOUNT      PIC 9(02).
              10 CSG-CHECK-NO          PIC 9(06).
           05 CSG-VENDOR               PIC 9(05).
           05 CSG-PAYEE-NAME           PIC X(30).
           05 CSG-AMOUNT               PIC S9(08)V99.
           05 CSG-PRINT-DATE           PIC 9(08).
           05 CSG-REQUIRED             PIC 9(01).
           05 CSG-STATUS               PIC X(01).
           05 CSG-SIGNATURE            OCCURS 2 TIMES.
              10 CSG-SIGNER            PIC X(08).
              10 CSG-SIGNED-DATE       PIC 9(08).
              10 CSG-SIGNED-TIME       PIC 9(06).
