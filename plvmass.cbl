      *------------------------------------------
      * Shared mass vendor change routines (see
      * WSVMASS.CBL).  VNDMAS01 captures the
      * value each vendor is staged from and
      * VNDREL01 captures it again at release -
      * the two must agree, so both come from
      * here.
      *------------------------------------------
       CAPTURE-MASS-FIELD.
           MOVE SPACE TO MASS-CURRENT-VALUE.
           IF VMC-CHANGE-TYPE = "T"
               MOVE "TERMS" TO MASS-FIELD-NAME
               STRING VENDOR-TERMS-DISC-PCT "/"
                      VENDOR-TERMS-DISC-DAYS "/"
                      VENDOR-TERMS-NET-DAYS " "
                      VENDOR-TERMS-TYPE VENDOR-TERMS-BASE
                      DELIMITED BY SIZE INTO MASS-CURRENT-VALUE
           ELSE
           IF VMC-CHANGE-TYPE = "G"
               MOVE "GL-TEMPLATE" TO MASS-FIELD-NAME
               MOVE VENDOR-GL-TEMPLATE TO MASS-CURRENT-VALUE
           ELSE
           IF VMC-CHANGE-TYPE = "H"
               MOVE "STATUS" TO MASS-FIELD-NAME
               MOVE VENDOR-STATUS TO MASS-CURRENT-VALUE
           ELSE
               MOVE "1099-CLASS" TO MASS-FIELD-NAME
               STRING VENDOR-1099-FORM " " VENDOR-1099-BOX
                      DELIMITED BY SIZE INTO MASS-CURRENT-VALUE.

       APPLY-MASS-CHANGE.
           IF VMC-CHANGE-TYPE = "T"
               MOVE VMC-NEW-TERMS      TO VENDOR-TERMS
               MOVE VMC-NEW-TERMS-TYPE TO VENDOR-TERMS-TYPE
               MOVE VMC-NEW-TERMS-BASE TO VENDOR-TERMS-BASE
           ELSE
           IF VMC-CHANGE-TYPE = "G"
               MOVE VMC-NEW-GL-TEMPLATE TO VENDOR-GL-TEMPLATE
           ELSE
           IF VMC-CHANGE-TYPE = "H"
               MOVE VMC-NEW-STATUS TO VENDOR-STATUS
           ELSE
               MOVE VMC-NEW-1099-FORM TO VENDOR-1099-FORM
               MOVE VMC-NEW-1099-BOX  TO VENDOR-1099-BOX.
