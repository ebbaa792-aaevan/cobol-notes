      * approver clears it.  The approver must
      * be a real operator ID.  Supervisor
      * only - whoever controls this table
      * controls who can say yes - so every
      * range added or deleted goes on the
      * audit log (source "A", keyed by the
      * range's first account).
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "sloper01.cbl".

           COPY "slaudlog.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdoper01.cbl".

           COPY "fdaudlog.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                    PIC 9.

           COPY "wssignon.cbl".

           COPY "wsaudmst.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
       OPENING-PROCEDURE.
           OPEN I-O APPROVER-FILE.
           OPEN INPUT OPERATOR-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM SIGN-ON-OPERATOR.
           MOVE "A"         TO MAUD-SOURCE.
           MOVE OPERATOR-ID TO MAUD-OPERATOR.

       CLOSING-PROCEDURE.
           CLOSE APPROVER-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE AUDIT-LOG-FILE.

      *------------------------------------------
      * Sign-on - same pattern as VCHMNT01.
               WRITE APPROVER-RECORD
                   INVALID KEY
                   DISPLAY "A RANGE ALREADY STARTS AT THAT ACCOUNT"
                   NOT INVALID KEY
                   PERFORM DESCRIBE-APPROVER-RANGE
                   PERFORM LOG-MASTER-ADD
               END-WRITE
           END-IF.

                   DISPLAY "NO RANGE STARTS AT THAT ACCOUNT"
               ELSE
                   PERFORM DISPLAY-ONE-RANGE
                   PERFORM DESCRIBE-APPROVER-RANGE
                   DELETE APPROVER-FILE RECORD
                       INVALID KEY
                       DISPLAY "ERROR DELETING APPROVER RANGE"
                       NOT INVALID KEY
                       PERFORM LOG-MASTER-DELETE.

      *------------------------------------------
      * The audit entry for a range added or
      * deleted (see WSAUDMST.CBL).
      *------------------------------------------
       DESCRIBE-APPROVER-RANGE.
           MOVE APR-ACCOUNT-FROM TO MAUD-KEY.
           MOVE SPACE TO MAUD-FIELD-VALUE.
           STRING "THRU " APR-ACCOUNT-THRU
                  " APPROVER " APR-APPROVER-ID
                  DELIMITED BY SIZE INTO MAUD-FIELD-VALUE.

      *    A range is never changed in place - it is deleted and
      *    added again - but the field list is kept here the same
      *    as in the other master-table programs.
       CAPTURE-MASTER-FIELDS.
           MOVE "ACCOUNT-THRU" TO MAUD-FIELD-NAME.
           MOVE APR-ACCOUNT-THRU TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "APPROVER-ID" TO MAUD-FIELD-NAME.
           MOVE APR-APPROVER-ID TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "DESCRIPTION" TO MAUD-FIELD-NAME.
           MOVE APR-DESCRIPTION TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.

      *------------------------------------------
      * LIST
           DISPLAY "   " APR-ACCOUNT-FROM " - " APR-ACCOUNT-THRU
                   "  APPROVER " APR-APPROVER-ID
                   "  " APR-DESCRIPTION.

           COPY "plaudmst.cbl".
