      *----------------------------------
      * FDVMASS.CBL
      * VENDOR-MASS-RECORD layout.  One
      * mass change - a single field set
      * to a single new value on every
      * vendor VNDMAS01's selection
      * picked - staged for the same
      * second-supervisor release
      * VNDREL01 gives a banking change.
      *
      * VMC-VENDOR ZERO is the batch
      * header: who staged it, the
      * selection used (VMC-SEL- fields,
      * SPACE meaning any) and how many
      * vendors it holds.  Each vendor
      * in the batch follows under the
      * same VMC-BATCH with the field's
      * value as it stood when staged in
      * VMC-OLD-VALUE - a vendor changed
      * since then is skipped at release
      * rather than overwritten.
      *
      * VMC-CHANGE-TYPE: "T" terms (with
      * terms type and base), "G"
      * default GL template, "H" hold
      * status (VENDOR-STATUS A or H),
      * "F" 1099 form and box.
      * VMC-STATUS on the header: "P"
      * pending, "R" released, "X"
      * rejected or expired.  On a
      * vendor line: "P" pending, "A"
      * applied, "S" skipped, "X"
      * rejected or expired with its
      * batch.
      *----------------------------------
       FD  VENDOR-MASS-FILE
           LABEL RECORDS ARE STANDARD.
       01  VENDOR-MASS-RECORD.
           05 VMC-KEY.
              10 VMC-BATCH             PIC 9(06).
              10 VMC-VENDOR            PIC 9(05).
           05 VMC-STATUS               PIC X(01).
           05 VMC-CHANGE-TYPE          PIC X(01).
           05 VMC-ENTERED-BY           PIC X(08).
           05 VMC-ENTERED-DATE         PIC 9(08).
           05 VMC-NEW-VALUES.
              10 VMC-NEW-TERMS.
                 15 VMC-NEW-DISC-PCT   PIC 9(02).
                 15 VMC-NEW-DISC-DAYS  PIC 9(02).
                 15 VMC-NEW-NET-DAYS   PIC 9(02).
              10 VMC-NEW-TERMS-TYPE    PIC X(01).
              10 VMC-NEW-TERMS-BASE    PIC X(01).
              10 VMC-NEW-GL-TEMPLATE   PIC 9(03).
              10 VMC-NEW-STATUS        PIC X(01).
              10 VMC-NEW-1099-FORM     PIC X(03).
              10 VMC-NEW-1099-BOX      PIC 9(02).
           05 VMC-OLD-VALUE            PIC X(20).
           05 VMC-CRITERIA.
              10 VMC-SEL-STATE         PIC X(02).
              10 VMC-SEL-1099-FLAG     PIC X(01).
              10 VMC-SEL-METHOD        PIC X(01).
              10 VMC-SEL-TERMS         PIC X(06).
              10 VMC-SEL-DIVERSITY     PIC X(02).
           05 VMC-VENDOR-COUNT         PIC 9(05).
           05 VMC-RESOLVED-BY          PIC X(08).
           05 VMC-RESOLVED-DATE        PIC 9(08).
