      *----------------------------------
      * WSVMASS.CBL
      * Working storage for the shared
      * mass vendor change routines
      * (PLVMASS.CBL).  With VMC-CHANGE-
      * TYPE set, CAPTURE-MASS-FIELD
      * puts the name of the field the
      * change touches in MASS-FIELD-
      * NAME and its present value on
      * VENDOR-RECORD, as text, in
      * MASS-CURRENT-VALUE; APPLY-MASS-
      * CHANGE sets it to the VMC-NEW-
      * value.
      *----------------------------------
       77  MASS-FIELD-NAME             PIC X(20).
       77  MASS-CURRENT-VALUE          PIC X(20).
