      *----------------------------------
      * WSAUDMST.CBL
      * Working storage for the shared
      * master-table audit routine
      * (PLAUDMST.CBL).  The program
      * MOVEs its own AUD-SOURCE code to
      * MAUD-SOURCE and the signed-on
      * operator to MAUD-OPERATOR when
      * it opens the log, and the key of
      * the record in hand to MAUD-KEY.
      *
      * Around a change: PERFORM
      * CAPTURE-MASTER-BEFORE before the
      * fields are keyed, and LOG-
      * MASTER-CHANGES once the record
      * is rewritten.  Both PERFORM the
      * program's own CAPTURE-MASTER-
      * FIELDS, which MOVEs each field's
      * name and value to MAUD-FIELD-
      * NAME / MAUD-FIELD-VALUE and
      * PERFORMs CAPTURE-ONE-MASTER-
      * FIELD - every field whose value
      * differs is logged.  An add or a
      * delete is one entry: the record
      * described in MAUD-FIELD-VALUE,
      * then LOG-MASTER-ADD or LOG-
      * MASTER-DELETE.  Amounts and
      * rates go through MAUD-AMOUNT-
      * FIELD / MAUD-RATE-FIELD first.
      *----------------------------------
       77  MAUD-SOURCE                 PIC X(01) VALUE SPACE.
       77  MAUD-OPERATOR               PIC X(08) VALUE SPACE.
       77  MAUD-KEY                    PIC X(15) VALUE SPACE.
       77  MAUD-FIELD-NAME             PIC X(20).
       77  MAUD-FIELD-VALUE            PIC X(30).
       77  MAUD-AMOUNT-FIELD           PIC -(8)9.99.
       77  MAUD-RATE-FIELD             PIC -(4)9.999.
       77  MAUD-SIDE                   PIC 9(01).
       77  MAUD-FIELD-COUNT            PIC 9(02).
       77  MAUD-INDEX                  PIC 9(02).

       01  MAUD-FIELD-TABLE.
           05 MAUD-FIELD               OCCURS 40 TIMES.
              10 MAUD-NAME             PIC X(20).
              10 MAUD-BEFORE           PIC X(30).
              10 MAUD-AFTER            PIC X(30).
