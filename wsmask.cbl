      *----------------------------------
      * WSMASK.CBL
      * Working storage for the shared
      * last-four masking of vendor bank
      * account numbers and tax IDs.
      * The calling program moves the
      * number to MASK-SOURCE and
      * PERFORMs MASK-LAST-FOUR in
      * PLMASK.CBL; MASK-RESULT comes
      * back as asterisks and the last
      * four characters.
      *
      * A screen program PERFORMs SHOW-
      * SENSITIVE-NUMBER in PLMASKLG.CBL
      * instead, with MASK-FULL-ALLOWED
      * set from the operator's full-
      * display authority (slot 7),
      * MASK-OPERATOR and MASK-PROGRAM
      * set at sign-on and MASK-DETAIL
      * naming what is shown.  With the
      * authority the whole number comes
      * back and the look is written to
      * the security log.
      *----------------------------------
       77  MASK-SOURCE                 PIC X(17).
       77  MASK-RESULT                 PIC X(17).
       77  MASK-LENGTH                 PIC 9(02).
       77  MASK-FULL-ALLOWED           PIC X(01) VALUE "N".
       77  MASK-OPERATOR               PIC X(08) VALUE SPACE.
       77  MASK-PROGRAM                PIC X(08) VALUE SPACE.
       77  MASK-DETAIL                 PIC X(20) VALUE SPACE.
