      *----------------------------------
      * FDWRTOFF.CBL
      * WRITE-OFF-RECORD layout.  One
      * record per voucher WOFRUN01 has
      * proposed for write-off, keyed by
      * voucher number - the record of
      * why a voucher closed without a
      * payment, shown on VCHMNT01's
      * inquiry.
      *
      * WOF-TYPE "C" is an open credit
      * memo older than the control
      * record's CONTROL-WOF-CREDIT-DAYS,
      * "R" a part-paid voucher left open
      * by less than CONTROL-WOF-
      * RESIDUAL-LIMIT.  WOF-AMOUNT is
      * the open balance (negative for a
      * credit) and WOF-AGE-DAYS its age
      * from the invoice date when
      * proposed.
      *
      * WOF-STATUS "P" proposed and
      * waiting for a supervisor, "A"
      * approved and posted (WOF-ACCOUNT
      * is where the offset went), "X"
      * rejected - a rejected voucher is
      * never proposed again.  WOF-
      * DECIDED-BY is the supervisor who
      * approved or rejected it.
      *----------------------------------
       FD  WRITE-OFF-FILE
           LABEL RECORDS ARE STANDARD.
       01  WRITE-OFF-RECORD.
           05 WOF-VOUCHER-NUMBER       PIC 9(07).
           05 WOF-COMPANY              PIC 9(01).
           05 WOF-VENDOR               PIC 9(05).
           05 WOF-TYPE                 PIC X(01).
              88 WOF-AGED-CREDIT       VALUE "C".
              88 WOF-RESIDUAL          VALUE "R".
           05 WOF-AMOUNT               PIC S9(6)V99.
           05 WOF-AGE-DAYS             PIC 9(05).
           05 WOF-STATUS               PIC X(01).
              88 WOF-PROPOSED          VALUE "P".
              88 WOF-APPROVED          VALUE "A".
              88 WOF-REJECTED          VALUE "X".
           05 WOF-PROPOSED-DATE        PIC 9(08).
           05 WOF-PROPOSED-BY          PIC X(08).
           05 WOF-DECIDED-DATE         PIC 9(08).
           05 WOF-DECIDED-BY           PIC X(08).
           05 WOF-ACCOUNT              PIC 9(06).
