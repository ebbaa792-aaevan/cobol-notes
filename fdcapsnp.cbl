      *----------------------------------
      * FDCAPSNP.CBL
      * CAPACITY-SNAPSHOT-RECORD layout.
      * What CAPRPT01 measured for each
      * counter, sequence and amount
      * field in a month, kept so the
      * next months' runs have a growth
      * rate to project from.
      *
      * CAP-ITEM names the field (see
      * CAPRPT01); CAP-QUALIFIER is the
      * company for a control-record
      * counter, the bank account code
      * for BNK-LAST-CHECK, and ZERO
      * for a field measured across the
      * whole file.  A second run in the
      * same month replaces the first's
      * rows.
      *----------------------------------
       FD  CAPACITY-SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAPACITY-SNAPSHOT-RECORD.
           05 CAP-KEY.
              10 CAP-PERIOD            PIC 9(06).
              10 CAP-ITEM              PIC X(08).
              10 CAP-QUALIFIER         PIC 9(02).
           05 CAP-VALUE                PIC 9(09)V99.
           05 CAP-RUN-DATE             PIC 9(08).
