      *----------------------------------
      * WSONBCHK.CBL
      * Working storage for the shared
      * vendor onboarding checklist.  The
      * calling program positions the
      * VENDOR-RECORD buffer, has
      * COMPLIANCE-DOC-FILE and ROUTING-
      * DIR-FILE open, sets RUN-DATE and
      * PERFORMs CHECK-ONBOARDING-LIST in
      * PLONBCHK.CBL (WSROUTCK/PLROUTCK
      * must be copied too).  Each item's
      * ONB-ITEM-STATE comes back "S"
      * satisfied, "W" waived, "X" not
      * required for this vendor or "M"
      * missing, with ONB-ITEM-NOTE
      * saying why; ONB-MISSING-COUNT
      * zero means the vendor can be
      * activated.
      *----------------------------------
       01  ONB-ITEM-NAME-WORDS.
           05 FILLER   PIC X(20) VALUE "W-9/W-8 RECEIVED".
           05 FILLER   PIC X(20) VALUE "TIN MATCH CLEAN".
           05 FILLER   PIC X(20) VALUE "ROUTING VALIDATED".
           05 FILLER   PIC X(20) VALUE "ACH PRENOTE CLEARED".
           05 FILLER   PIC X(20) VALUE "COMPLIANCE DOCUMENTS".
       01  ONB-ITEM-NAME-TABLE REDEFINES ONB-ITEM-NAME-WORDS.
           05 ONB-ITEM-NAME            PIC X(20) OCCURS 5 TIMES.

       01  ONB-CHECKLIST.
           05 ONB-ITEM OCCURS 5 TIMES.
              10 ONB-ITEM-STATE        PIC X(01).
              10 ONB-ITEM-NOTE         PIC X(40).

       77  ONB-INDEX                   PIC 9(01).
       77  ONB-MISSING-COUNT           PIC 9(01).
       77  ONB-DOC-FOUND               PIC X(01).
       77  ONB-ROUTING-FOUND           PIC X(01).
       77  ONB-DOC-COUNT               PIC 9(01).
       01  ONB-MISSING-DOCS.
           05 ONB-MISSING-DOC          PIC X(03) OCCURS 3 TIMES.
