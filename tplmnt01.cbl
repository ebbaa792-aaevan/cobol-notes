      * VCHMNT01.  Every account is validated
      * against the chart of accounts at entry,
      * the same edit voucher entry applies.
      * Each line may also carry a job number
      * for job-cost work; the job must be on
      * the job master and still open.
      * Every template added, changed or deleted
      * goes on the audit log (source "T",
      * keyed by template code) with its before
      * and after values, line by line.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slglacct.cbl".

           COPY "sljobmst.cbl".

           COPY "sloper01.cbl".

           COPY "slaudlog.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdglacct.cbl".

           COPY "fdjobmst.cbl".

           COPY "fdoper01.cbl".

           COPY "fdaudlog.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                    PIC 9.
       77  THE-MODE                     PIC X(7).
       77  TEMPLATE-RECORD-FOUND        PIC X.
       77  GL-ACCOUNT-FOUND             PIC X.
       77  JOB-RECORD-FOUND             PIC X.
       77  OPERATOR-RECORD-FOUND        PIC X.
       77  OK-TO-DELETE                 PIC X.
       77  ADD-ANOTHER                  PIC X.

       77  TPL-INDEX                    PIC 9(01).
       77  PERCENT-TOTAL                PIC 9(03)V99.
       77  TPL-CODE-FIELD               PIC Z(3).
       77  TPL-PERCENT-FIELD            PIC ZZ9.99.

       77  ERROR-MESSAGE                PIC X(79) VALUE SPACE.

           COPY "wscase01.cbl".

           COPY "wssignon.cbl".

           COPY "wsaudmst.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
       OPENING-PROCEDURE.
           OPEN I-O GL-TEMPLATE-FILE.
           OPEN INPUT GL-ACCOUNT-FILE.
           OPEN INPUT JOB-FILE.
           OPEN INPUT OPERATOR-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM SIGN-ON-OPERATOR.
           MOVE "T"         TO MAUD-SOURCE.
           MOVE OPERATOR-ID TO MAUD-OPERATOR.

       CLOSING-PROCEDURE.
           CLOSE GL-TEMPLATE-FILE.
           CLOSE GL-ACCOUNT-FILE.
           CLOSE JOB-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE AUDIT-LOG-FILE.

      *------------------------------------------
      * Sign-on - every change made here goes
      * on the audit log under the operator's
      * ID, so the ID must be on file in
      * OPERATOR-FILE before this program will
      * let anyone in.
      *------------------------------------------
       SIGN-ON-OPERATOR.
           MOVE "N" TO OPERATOR-RECORD-FOUND.
      *    An identity APMAIN01 already verified by password is
      *    trusted - only a standalone run still prompts.
           IF SIGNED-ON-OPERATOR NOT = SPACE
               MOVE SIGNED-ON-OPERATOR TO OPERATOR-ID
               MOVE "Y" TO OPERATOR-RECORD-FOUND
               READ OPERATOR-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO OPERATOR-RECORD-FOUND.
           IF OPERATOR-RECORD-FOUND = "N"
               PERFORM ACCEPT-OPERATOR-ID
               PERFORM RE-ACCEPT-OPERATOR-ID
                   UNTIL OPERATOR-RECORD-FOUND = "Y".

       ACCEPT-OPERATOR-ID.
           DISPLAY "ENTER YOUR OPERATOR ID".
           ACCEPT OPERATOR-ID.
           INSPECT OPERATOR-ID
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE "Y" TO OPERATOR-RECORD-FOUND.
           READ OPERATOR-FILE RECORD
               INVALID KEY
                   MOVE "N" TO OPERATOR-RECORD-FOUND.

       RE-ACCEPT-OPERATOR-ID.
           DISPLAY "OPERATOR ID NOT ON FILE".
           PERFORM ACCEPT-OPERATOR-ID.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
       ADD-RECORDS.
           PERFORM ENTER-REMAINING-FIELDS.
           PERFORM WRITE-TEMPLATE-RECORD.
           MOVE TPL-CODE        TO MAUD-KEY.
           MOVE TPL-DESCRIPTION TO MAUD-FIELD-VALUE.
           PERFORM LOG-MASTER-ADD.
           PERFORM GET-ADD-ANOTHER.

       GET-ADD-ANOTHER.
           DISPLAY "   LINE " TPL-INDEX "  PERCENT (60.00 FOR 60%)".
           ACCEPT TPL-PERCENT (TPL-INDEX).
           ADD TPL-PERCENT (TPL-INDEX) TO PERCENT-TOTAL.
           PERFORM ENTER-ONE-TPL-JOB.

       ENTER-ONE-TPL-ACCOUNT.
           DISPLAY "   LINE " TPL-INDEX "  GL ACCOUNT".
               DISPLAY "GL ACCOUNT NOT ON THE CHART OR INACTIVE"
               PERFORM ENTER-ONE-TPL-ACCOUNT.

       ENTER-ONE-TPL-JOB.
           DISPLAY "   LINE " TPL-INDEX "  JOB NUMBER (0 IF NONE)".
           ACCEPT TPL-JOB (TPL-INDEX).
           IF TPL-JOB (TPL-INDEX) NOT = ZEROES
               MOVE TPL-JOB (TPL-INDEX) TO JOB-NUMBER
               MOVE "Y" TO JOB-RECORD-FOUND
               READ JOB-FILE RECORD
                   INVALID KEY
                      MOVE "N" TO JOB-RECORD-FOUND
               END-READ
               IF JOB-RECORD-FOUND = "N"
                   DISPLAY "JOB NOT ON THE JOB MASTER"
                   PERFORM ENTER-ONE-TPL-JOB
               ELSE
               IF JOB-STATUS NOT = "O"
                   DISPLAY "JOB IS CLOSED - NO NEW COST MAY BE CODED"
                   PERFORM ENTER-ONE-TPL-JOB.

       RE-ACCEPT-TPL-LINES.
           DISPLAY "THE PERCENTAGES MUST ADD UP TO EXACTLY 100".
           PERFORM ACCEPT-TPL-LINES.

       CHANGE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           MOVE TPL-CODE TO MAUD-KEY.
           PERFORM CAPTURE-MASTER-BEFORE.
           PERFORM ENTER-REMAINING-FIELDS.
           PERFORM REWRITE-TEMPLATE-RECORD.
           PERFORM LOG-MASTER-CHANGES.
           PERFORM GET-EXISTING-RECORD.

      *------------------------------------------
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-OK-TO-DELETE.
           IF OK-TO-DELETE = "Y"
               MOVE TPL-CODE        TO MAUD-KEY
               MOVE TPL-DESCRIPTION TO MAUD-FIELD-VALUE
               DELETE GL-TEMPLATE-FILE RECORD
                   INVALID KEY
                   DISPLAY "ERROR DELETING TEMPLATE RECORD"
                   NOT INVALID KEY
                   PERFORM LOG-MASTER-DELETE.
           PERFORM GET-EXISTING-RECORD.

       ASK-OK-TO-DELETE.

       CLEAR-ONE-TPL-LINE.
           MOVE ZEROES TO TPL-ACCOUNT (TPL-INDEX)
                          TPL-PERCENT (TPL-INDEX)
                          TPL-JOB (TPL-INDEX).

       GET-EXISTING-RECORD.
           PERFORM ACCEPT-EXISTING-KEY.
       DISPLAY-ONE-TPL-LINE.
           DISPLAY "      ACCOUNT " TPL-ACCOUNT (TPL-INDEX)
                   "  AT " TPL-PERCENT (TPL-INDEX) " PERCENT".
           IF TPL-JOB (TPL-INDEX) NOT = ZEROES
               DISPLAY "         JOB " TPL-JOB (TPL-INDEX).

      *------------------------------------------
      * Every field on the record, for the
      * before/after audit (see WSAUDMST.CBL).
      * All five lines are captured, so a line
      * dropped by a shorter line count shows
      * up as well.
      *------------------------------------------
       CAPTURE-MASTER-FIELDS.
           MOVE "DESCRIPTION" TO MAUD-FIELD-NAME.
           MOVE TPL-DESCRIPTION TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "LINE-COUNT" TO MAUD-FIELD-NAME.
           MOVE TPL-LINE-COUNT TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           PERFORM CAPTURE-ONE-TPL-LINE
               VARYING TPL-INDEX FROM 1 BY 1
               UNTIL TPL-INDEX > 5.

       CAPTURE-ONE-TPL-LINE.
           MOVE SPACE TO MAUD-FIELD-NAME MAUD-FIELD-VALUE.
           STRING "LINE " TPL-INDEX
                  DELIMITED BY SIZE INTO MAUD-FIELD-NAME.
           MOVE TPL-PERCENT (TPL-INDEX) TO TPL-PERCENT-FIELD.
           STRING TPL-ACCOUNT (TPL-INDEX)
                  " AT " TPL-PERCENT-FIELD
                  " JOB " TPL-JOB (TPL-INDEX)
                  DELIMITED BY SIZE INTO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.

      *------------------------------------------
      * File I-O Routines
           REWRITE GL-TEMPLATE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING TEMPLATE RECORD".

           COPY "plaudmst.cbl".
