      *----------------------------------
      * FDENCCF.CBL
      * ENCUMBRANCE-CARRY-RECORD layout.
      * One record per open purchase
      * order ENCROL01 rolled into a new
      * fiscal year: the open balance
      * carried, the account it is
      * committed to, the old-year
      * period whose budget was relieved
      * and the new-year period whose
      * budget took it.
      *
      * Keyed by the PO and the last
      * period of the year closed
      * (ECF-YEAR-END), so a PO already
      * carried for a year is never
      * carried twice, and CMTRPT01
      * reports a carried PO under its
      * latest ECF-NEW-PERIOD instead of
      * the period of its PO date.
      * ECF-BUDGET-MOVED "N" means the
      * account was budgeted in neither
      * year (or the PO had no account)
      * and no budget was touched.
      *----------------------------------
       FD  ENCUMBRANCE-CARRY-FILE
           LABEL RECORDS ARE STANDARD.
       01  ENCUMBRANCE-CARRY-RECORD.
           05 ECF-KEY.
              10 ECF-PO-NUMBER         PIC 9(06).
              10 ECF-YEAR-END          PIC 9(06).
           05 ECF-GL-ACCOUNT           PIC 9(06).
           05 ECF-AMOUNT               PIC S9(6)V99.
           05 ECF-OLD-PERIOD           PIC 9(06).
           05 ECF-NEW-PERIOD           PIC 9(06).
           05 ECF-BUDGET-MOVED         PIC X(01).
           05 ECF-RUN-DATE             PIC 9(08).
           05 ECF-OPERATOR             PIC X(08).
