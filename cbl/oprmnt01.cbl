      * an operator ID against, and that the
      * supervisor flag on DELETE-MODE and the
      * vendor-delete program are read from.
      * Every add and every field changed goes
      * on the audit log (source "O", keyed by
      * operator ID) with its before and after
      * values - the supervisor flag, each
      * authority flag, lock/unlock and any
      * password reset.  A password itself is
      * never logged, only that one was
      * assigned.
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

       77  AUTH-INDEX                   PIC 9(01).
       77  RESET-ANSWER                 PIC X.
       77  PASSWORD-WAS-ASSIGNED        PIC X(01).

       77  ERROR-MESSAGE                PIC X(79) VALUE SPACE.


           COPY "wssignon.cbl".

           COPY "wsaudmst.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.

       OPENING-PROCEDURE.
           OPEN I-O OPERATOR-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OPERATOR-SUPERVISOR-FLAG TO SIGNON-IS-SUPERVISOR.
           MOVE "O"         TO MAUD-SOURCE.
           MOVE OPERATOR-ID TO MAUD-OPERATOR.

       CLOSING-PROCEDURE.
           CLOSE OPERATOR-FILE.
           CLOSE AUDIT-LOG-FILE.

      *------------------------------------------
      * Passwords, lockouts and the authority
           DISPLAY ERROR-MESSAGE.
           PERFORM ACCEPT-NEW-RECORD-KEY.

      * The ADD entry names the operator; the
      * fields logged against the blank record
      * show what authority came with it.
       ADD-RECORDS.
           MOVE OPERATOR-ID TO MAUD-KEY.
           MOVE "N" TO PASSWORD-WAS-ASSIGNED.
           PERFORM CAPTURE-MASTER-BEFORE.
           PERFORM ENTER-OPERATOR-NAME.
           PERFORM ENTER-OPERATOR-SUPERVISOR-FLAG.
           PERFORM ENTER-OPERATOR-PASSWORD.
           PERFORM ENTER-OPERATOR-AUTHORITY.
           PERFORM WRITE-OPERATOR-RECORD.
           MOVE OPERATOR-NAME TO MAUD-FIELD-VALUE.
           PERFORM LOG-MASTER-ADD.
           PERFORM LOG-MASTER-CHANGES.
           PERFORM GET-ADD-ANOTHER.

       GET-ADD-ANOTHER.
      *        A password assigned here is always provisional -
      *        the operator is forced to pick their own at the
      *        next APMAIN01 sign-on.
               MOVE "Y" TO OPERATOR-PWD-CHANGE-FLAG
               MOVE "Y" TO PASSWORD-WAS-ASSIGNED.

       ASK-RESET-PASSWORD.
           DISPLAY "RESET THIS OPERATOR'S PASSWORD (Y/N)?".
               VARYING AUTH-INDEX FROM 1 BY 1
               UNTIL AUTH-INDEX > 8.

      * Slot 7 is not a menu function - it shows
      * a vendor's full TIN and bank account.
       ENTER-ONE-AUTH-FLAG.
           IF AUTH-INDEX = 7
               DISPLAY "   MAY VIEW FULL TIN/BANK DATA (Y/N)?"
           ELSE
               DISPLAY "   MAY RUN FUNCTION " AUTH-INDEX " (Y/N)?".
           ACCEPT OPERATOR-AUTH-FLAG (AUTH-INDEX).
           INSPECT OPERATOR-AUTH-FLAG (AUTH-INDEX)
               CONVERTING LOWER-ALPHA
               UNTIL OPERATOR-ID = SPACE.

       CHANGE-RECORDS.
           MOVE OPERATOR-ID TO MAUD-KEY.
           MOVE "N" TO PASSWORD-WAS-ASSIGNED.
           PERFORM CAPTURE-MASTER-BEFORE.
           PERFORM ENTER-OPERATOR-NAME.
           PERFORM ENTER-OPERATOR-SUPERVISOR-FLAG.
           PERFORM ASK-RESET-PASSWORD.
           PERFORM ENTER-OPERATOR-AUTHORITY.
           PERFORM ASK-UNLOCK-OPERATOR.
           PERFORM REWRITE-OPERATOR-RECORD.
           PERFORM LOG-MASTER-CHANGES.
           PERFORM GET-EXISTING-RECORD.

      *------------------------------------------
           REWRITE OPERATOR-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING OPERATOR RECORD".

      *------------------------------------------
      * Every field on the record but the
      * password, for the before/after audit
      * (see WSAUDMST.CBL).  PASSWORD-ASSIGNED
      * goes from N to Y when one was keyed.
      *------------------------------------------
       CAPTURE-MASTER-FIELDS.
           MOVE "NAME" TO MAUD-FIELD-NAME.
           MOVE OPERATOR-NAME TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "SUPERVISOR" TO MAUD-FIELD-NAME.
           MOVE OPERATOR-SUPERVISOR-FLAG TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "PASSWORD-ASSIGNED" TO MAUD-FIELD-NAME.
           MOVE PASSWORD-WAS-ASSIGNED TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "MUST-CHANGE-PASSWORD" TO MAUD-FIELD-NAME.
           MOVE OPERATOR-PWD-CHANGE-FLAG TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "LOCKED-OUT" TO MAUD-FIELD-NAME.
           MOVE OPERATOR-LOCKED-FLAG TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "FAILED-TRIES" TO MAUD-FIELD-NAME.
           MOVE OPERATOR-FAILED-COUNT TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "AUTH-1 VENDOR INQ" TO MAUD-FIELD-NAME.
           MOVE OPERATOR-AUTH-FLAG (1) TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "AUTH-2 VENDOR DELETE" TO MAUD-FIELD-NAME.
           MOVE OPERATOR-AUTH-FLAG (2) TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "AUTH-3 CASE REPAIR" TO MAUD-FIELD-NAME.
           MOVE OPERATOR-AUTH-FLAG (3) TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "AUTH-4 VOUCHER MAINT" TO MAUD-FIELD-NAME.
           MOVE OPERATOR-AUTH-FLAG (4) TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "AUTH-5 PAY SELECTION" TO MAUD-FIELD-NAME.
           MOVE OPERATOR-AUTH-FLAG (5) TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "AUTH-6 STATE FILE" TO MAUD-FIELD-NAME.
           MOVE OPERATOR-AUTH-FLAG (6) TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "AUTH-7 FULL TIN/BANK" TO MAUD-FIELD-NAME.
           MOVE OPERATOR-AUTH-FLAG (7) TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "AUTH-8" TO MAUD-FIELD-NAME.
           MOVE OPERATOR-AUTH-FLAG (8) TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.

           COPY "plaudmst.cbl".
