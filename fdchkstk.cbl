      *----------------------------------
      * FDCHKSTK.CBL
      * CHECK-STOCK-RECORD layout.  One
      * record per blank check form, by
      * the bank account the stock is
      * printed for and the form's own
      * control serial.  CHKSTK01
      * receives stock by serial range
      * at STK-STATUS "H" on hand in the
      * vault.  Every form that goes
      * through the printer is accounted
      * for by CHKPRT01 in serial order:
      *
      *   "U" used for a check - STK-
      *       CHECK-NO is the check
      *   "T" used for an alignment test
      *   "S" its check was spoiled and
      *       reprinted on another form
      *   "V" voided - the check printed
      *       on it was voided in
      *       CHKVOD01, or the blank form
      *       was destroyed in CHKSTK01
      *
      * STK-CHECK-KEY finds the form a
      * check was printed on.  STKREC01
      * reconciles the file.
      *----------------------------------
       FD  CHECK-STOCK-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHECK-STOCK-RECORD.
           05 STK-KEY.
              10 STK-BANK-ACCOUNT      PIC 9(02).
              10 STK-SERIAL            PIC 9(07).
           05 STK-CHECK-KEY.
              10 STK-CHECK-ACCOUNT     PIC 9(02).
              10 STK-CHECK-NO          PIC 9(06).
           05 STK-STATUS               PIC X(01).
           05 STK-RECEIVED-DATE        PIC 9(08).
           05 STK-USED-DATE            PIC 9(08).
           05 STK-USED-BY              PIC X(08).
           05 STK-NOTE                 PIC X(20).
