      * account is caught at entry instead of
      * bouncing the whole import file back
      * from the GL team at month end.
      *
      * Field 3 marks a capital account - a
      * voucher line coded to one feeds the
      * fixed-asset group's addition file.
      *
      * Field 4 is the account's default spend
      * category - where CATSPN01 puts spend
      * coded to the account when no PO line
      * names a category.  It must be on the
      * spend category table, or blank.
      *
      * Field 5 says whether cost coded to the
      * account is allowable on the government
      * contracts - the default every voucher
      * line coded to it takes.
      *
      * Every account added and every field
      * changed goes on the audit log (source
      * "G", keyed by account) with its before
      * and after values.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slglacct.cbl".

           COPY "slspcat.cbl".

           COPY "sloper01.cbl".

           COPY "slaudlog.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdglacct.cbl".

           COPY "fdspcat.cbl".

           COPY "fdoper01.cbl".

           COPY "fdaudlog.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                    PIC 9.

       77  THE-MODE                     PIC X(7).
       77  GL-ACCOUNT-FOUND             PIC X.
       77  SPEND-CATEGORY-FOUND         PIC X.
       77  OPERATOR-RECORD-FOUND        PIC X.
       77  ADD-ANOTHER                  PIC X.
       77  WHICH-FIELD                  PIC 9.


           COPY "wscase01.cbl".

           COPY "wssignon.cbl".

           COPY "wsaudmst.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.

       OPENING-PROCEDURE.
           OPEN I-O GL-ACCOUNT-FILE.
           OPEN INPUT SPEND-CATEGORY-FILE.
           OPEN INPUT OPERATOR-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM SIGN-ON-OPERATOR.
           MOVE "G"         TO MAUD-SOURCE.
           MOVE OPERATOR-ID TO MAUD-OPERATOR.

       CLOSING-PROCEDURE.
           CLOSE GL-ACCOUNT-FILE.
           CLOSE SPEND-CATEGORY-FILE.
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
           PERFORM WRITE-GL-ACCOUNT-RECORD.
           MOVE GLA-ACCOUNT     TO MAUD-KEY.
           MOVE GLA-DESCRIPTION TO MAUD-FIELD-VALUE.
           PERFORM LOG-MASTER-ADD.
           PERFORM GET-ADD-ANOTHER.

       GET-ADD-ANOTHER.
       ENTER-REMAINING-FIELDS.
           PERFORM ENTER-GLA-DESCRIPTION.
           PERFORM ENTER-GLA-STATUS.
           PERFORM ENTER-GLA-CAPITAL-FLAG.
           PERFORM ENTER-GLA-SPEND-CATEGORY.
           PERFORM ENTER-GLA-ALLOWABLE.

      *------------------------------------------
      * CHANGE
       ASK-WHICH-FIELD.
           PERFORM ACCEPT-WHICH-FIELD.
           PERFORM RE-ACCEPT-WHICH-FIELD
               UNTIL WHICH-FIELD < 6.

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-5) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
           MOVE GLA-ACCOUNT TO MAUD-KEY.
           PERFORM CAPTURE-MASTER-BEFORE.
           IF WHICH-FIELD = 1
               PERFORM ENTER-GLA-DESCRIPTION.
           IF WHICH-FIELD = 2
               PERFORM ENTER-GLA-STATUS.
           IF WHICH-FIELD = 3
               PERFORM ENTER-GLA-CAPITAL-FLAG.
           IF WHICH-FIELD = 4
               PERFORM ENTER-GLA-SPEND-CATEGORY.
           IF WHICH-FIELD = 5
               PERFORM ENTER-GLA-ALLOWABLE.

           PERFORM REWRITE-GL-ACCOUNT-RECORD.
           PERFORM LOG-MASTER-CHANGES.

      *------------------------------------------
      * INQUIRE
       INIT-GL-ACCOUNT-RECORD.
           MOVE SPACE TO GLA-DESCRIPTION.
           MOVE "A" TO GLA-STATUS.
           MOVE "N" TO GLA-CAPITAL-FLAG.
           MOVE SPACE TO GLA-SPEND-CATEGORY.
           MOVE "Y" TO GLA-ALLOWABLE.
           MOVE ZEROES TO GLA-ACCOUNT.

      *------------------------------------------
           DISPLAY "STATUS MUST BE A OR I".
           PERFORM ACCEPT-GLA-STATUS.

       ENTER-GLA-CAPITAL-FLAG.
           PERFORM ACCEPT-GLA-CAPITAL-FLAG.
           PERFORM RE-ACCEPT-GLA-CAPITAL-FLAG
               UNTIL GLA-CAPITAL-FLAG = "Y" OR "N".

       ACCEPT-GLA-CAPITAL-FLAG.
           DISPLAY "3. CAPITAL (FIXED-ASSET) ACCOUNT (Y/N)?".
           ACCEPT GLA-CAPITAL-FLAG.
           INSPECT GLA-CAPITAL-FLAG
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-GLA-CAPITAL-FLAG.
           DISPLAY "MUST BE YES OR NO".
           PERFORM ACCEPT-GLA-CAPITAL-FLAG.

       ENTER-GLA-SPEND-CATEGORY.
           PERFORM ACCEPT-GLA-SPEND-CATEGORY.
           PERFORM RE-ACCEPT-GLA-SPEND-CATEGORY
               UNTIL SPEND-CATEGORY-FOUND = "Y".

       ACCEPT-GLA-SPEND-CATEGORY.
           DISPLAY "4. DEFAULT SPEND CATEGORY (BLANK FOR NONE)".
           ACCEPT GLA-SPEND-CATEGORY.
           INSPECT GLA-SPEND-CATEGORY
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           MOVE "Y" TO SPEND-CATEGORY-FOUND.
           IF GLA-SPEND-CATEGORY NOT = SPACE
               MOVE GLA-SPEND-CATEGORY TO SPC-CODE
               READ SPEND-CATEGORY-FILE RECORD
                   INVALID KEY
                      MOVE "N" TO SPEND-CATEGORY-FOUND.

       RE-ACCEPT-GLA-SPEND-CATEGORY.
           DISPLAY "CATEGORY NOT ON THE SPEND CATEGORY TABLE".
           PERFORM ACCEPT-GLA-SPEND-CATEGORY.

       ENTER-GLA-ALLOWABLE.
           PERFORM ACCEPT-GLA-ALLOWABLE.
           PERFORM RE-ACCEPT-GLA-ALLOWABLE
               UNTIL GLA-ALLOWABLE = "Y" OR "N".

       ACCEPT-GLA-ALLOWABLE.
           DISPLAY "5. ALLOWABLE ON GOVERNMENT CONTRACTS (Y/N)?".
           ACCEPT GLA-ALLOWABLE.
           INSPECT GLA-ALLOWABLE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-GLA-ALLOWABLE.
           DISPLAY "MUST BE YES OR NO".
           PERFORM ACCEPT-GLA-ALLOWABLE.

      *------------------------------------------
      * Routines shared by Change and Inquire
      *------------------------------------------
           DISPLAY "   GL ACCOUNT: " GLA-ACCOUNT.
           DISPLAY "1. DESCRIPTION: " GLA-DESCRIPTION.
           DISPLAY "2. STATUS: " GLA-STATUS.
           DISPLAY "3. CAPITAL ACCOUNT: " GLA-CAPITAL-FLAG.
           DISPLAY "4. DEFAULT SPEND CATEGORY: " GLA-SPEND-CATEGORY.
           DISPLAY "5. ALLOWABLE ON GOVERNMENT CONTRACTS: "
                   GLA-ALLOWABLE.
           DISPLAY " ".

      *------------------------------------------
      * Every field on the record, for the
      * before/after audit (see WSAUDMST.CBL).
      *------------------------------------------
       CAPTURE-MASTER-FIELDS.
           MOVE "DESCRIPTION" TO MAUD-FIELD-NAME.
           MOVE GLA-DESCRIPTION TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "STATUS" TO MAUD-FIELD-NAME.
           MOVE GLA-STATUS TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "CAPITAL-FLAG" TO MAUD-FIELD-NAME.
           MOVE GLA-CAPITAL-FLAG TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "SPEND-CATEGORY" TO MAUD-FIELD-NAME.
           MOVE GLA-SPEND-CATEGORY TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "ALLOWABLE" TO MAUD-FIELD-NAME.
           MOVE GLA-ALLOWABLE TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
           REWRITE GL-ACCOUNT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING GL ACCOUNT RECORD".

           COPY "plaudmst.cbl".
