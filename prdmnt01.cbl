      * CTLMNT01 uses - reopening a closed month
      * is exactly the fight this file exists to
      * settle, so it takes a supervisor to do
      * it on purpose.  Every period added and
      * every open or close goes on the audit
      * log (source "P", keyed by period) with
      * its before and after status.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slrcnres.cbl".

           COPY "slaudlog.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdrcnres.cbl".

           COPY "fdaudlog.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                    PIC 9.

           COPY "wsdate01.cbl".

           COPY "wsaudmst.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           OPEN I-O ACCT-PERIOD-FILE.
           OPEN INPUT RUN-CONTROL-FILE.
           OPEN INPUT RECON-RESULT-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM SIGN-ON-OPERATOR.
           MOVE "P"         TO MAUD-SOURCE.
           MOVE OPERATOR-ID TO MAUD-OPERATOR.

       CLOSING-PROCEDURE.
           CLOSE OPERATOR-FILE.
           CLOSE ACCT-PERIOD-FILE.
           CLOSE RUN-CONTROL-FILE.
           CLOSE RECON-RESULT-FILE.
           CLOSE AUDIT-LOG-FILE.

      *------------------------------------------
      * Sign-on - the operator ID must be on
       ADD-RECORDS.
           PERFORM ENTER-REMAINING-FIELDS.
           PERFORM WRITE-PERIOD-RECORD.
           MOVE PRD-PERIOD TO MAUD-KEY.
           MOVE SPACE TO MAUD-FIELD-VALUE.
           STRING PRD-BEGIN-DATE " - " PRD-END-DATE
                  " STATUS " PRD-STATUS
                  DELIMITED BY SIZE INTO MAUD-FIELD-VALUE.
           PERFORM LOG-MASTER-ADD.
           PERFORM GET-ADD-ANOTHER.

       GET-ADD-ANOTHER.

       CHANGE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           MOVE PRD-PERIOD TO MAUD-KEY.
           PERFORM CAPTURE-MASTER-BEFORE.
           PERFORM ENTER-PRD-STATUS.
      *    Closing is no longer one keystroke - the period has
      *    to PROVE it is done first.
               END-IF
           END-IF.
           PERFORM REWRITE-PERIOD-RECORD.
           PERFORM LOG-MASTER-CHANGES.
           PERFORM GET-EXISTING-RECORD.

      *------------------------------------------
           DISPLAY "   STATUS: " PRD-STATUS.
           DISPLAY " ".

      *------------------------------------------
      * Every field on the record, for the
      * before/after audit (see WSAUDMST.CBL).
      *------------------------------------------
       CAPTURE-MASTER-FIELDS.
           MOVE "BEGIN-DATE" TO MAUD-FIELD-NAME.
           MOVE PRD-BEGIN-DATE TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "END-DATE" TO MAUD-FIELD-NAME.
           MOVE PRD-END-DATE TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "STATUS" TO MAUD-FIELD-NAME.
           MOVE PRD-STATUS TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
                  MOVE "N" TO RCN-RECORD-FOUND.

           COPY "pldate01.cbl".

           COPY "plaudmst.cbl".
