      * reports it - a change nobody would
      * vouch for inside a week should not be
      * sitting live in a queue.
      *
      * Mass changes staged by VNDMAS01 - one
      * field set to one value on every vendor
      * a selection caught - are released or
      * rejected here too, as a whole batch,
      * under the same rule, and expire the
      * same way.  A vendor whose field has
      * moved since the batch was staged is
      * skipped and reported, not overwritten.
      * Each vendor changed gets its own audit
      * entry with the batch in AUD-TABLE-KEY.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slvndpnd.cbl".

           COPY "slvmass.cbl".

           COPY "sloper01.cbl".

           COPY "slaudlog.cbl".

           COPY "slrtedir.cbl".

           COPY "slseclog.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdvndpnd.cbl".

           COPY "fdvmass.cbl".

           COPY "fdoper01.cbl".

           COPY "fdaudlog.cbl".

           COPY "fdrtedir.cbl".

           COPY "fdseclog.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
           88  MENU-PICK-IS-VALID      VALUES 0 THRU 5.

       77  OPERATOR-RECORD-FOUND       PIC X(01).
       77  VENDOR-RECORD-FOUND         PIC X(01).

       77  RTD-RECORD-FOUND            PIC X(01).

       77  MASS-RECORD-FOUND           PIC X(01).
       77  MASS-AT-END                 PIC X(01).
       77  ENTERED-BATCH-ID            PIC 9(06).
       77  LIST-THE-VENDORS            PIC X(01).
       77  MASS-BATCH-IN-HAND          PIC 9(06).
       77  CLOSE-OUT-BY                PIC X(08).
       77  APPLIED-COUNT               PIC 9(05).
       77  SKIPPED-COUNT               PIC 9(05).
       01  SAVED-MASS-HEADER           PIC X(99).

           COPY "wscase01.cbl".

           COPY "wssignon.cbl".

           COPY "wsmask.cbl".

           COPY "wsvmass.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           OPEN INPUT OPERATOR-FILE.
           OPEN I-O VENDOR-FILE.
           OPEN I-O VENDOR-PENDING-FILE.
           OPEN I-O VENDOR-MASS-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN INPUT ROUTING-DIR-FILE.
           OPEN EXTEND SECURITY-LOG-FILE.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM SET-MASK-AUTHORITY.

       CLOSING-PROCEDURE.
           CLOSE OPERATOR-FILE.
           CLOSE VENDOR-FILE.
           CLOSE VENDOR-PENDING-FILE.
           CLOSE VENDOR-MASS-FILE.
           CLOSE AUDIT-LOG-FILE.
           CLOSE ROUTING-DIR-FILE.
           CLOSE SECURITY-LOG-FILE.

      *------------------------------------------
      * Sign-on - same pattern as VCHMNT01.
           DISPLAY "OPERATOR ID NOT ON FILE".
           PERFORM ACCEPT-OPERATOR-ID.

      *------------------------------------------
      * Bank account numbers show last four
      * only, unless this operator holds the
      * full-display authority - and then each
      * full display is on the security log.
      *------------------------------------------
       SET-MASK-AUTHORITY.
           MOVE OPERATOR-AUTH-FLAG (7) TO MASK-FULL-ALLOWED.
           MOVE OPERATOR-ID            TO MASK-OPERATOR.
           MOVE "VNDREL01"             TO MASK-PROGRAM.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM RUN-THE-PICK
           DISPLAY "          1.  LIST PENDING CHANGES".
           DISPLAY "          2.  RELEASE OR REJECT A CHANGE".
           DISPLAY "          3.  EXPIRE STALE CHANGES AND REPORT".
           DISPLAY "          4.  LIST PENDING MASS CHANGES".
           DISPLAY "          5.  RELEASE OR REJECT A MASS CHANGE".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-5)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
               PERFORM RELEASE-ONE-CHANGE
           ELSE
           IF MENU-PICK = 3
               PERFORM EXPIRE-STALE-CHANGES
           ELSE
           IF MENU-PICK = 4
               PERFORM LIST-PENDING-MASS-CHANGES
           ELSE
           IF MENU-PICK = 5
               PERFORM RELEASE-ONE-MASS-CHANGE.
           PERFORM GET-MENU-PICK.

      *------------------------------------------
                   "  ENTERED " VPD-ENTERED-DATE
                   " BY " VPD-ENTERED-BY.
           IF VPD-FIELD-TYPE = "B"
               MOVE VPD-NEW-ACCOUNT TO MASK-SOURCE
               MOVE SPACE TO MASK-DETAIL
               STRING "PENDING ACCOUNT " VPD-VENDOR
                   DELIMITED BY SIZE INTO MASK-DETAIL
               PERFORM SHOW-SENSITIVE-NUMBER
               DISPLAY "   BANK: METHOD " VPD-NEW-METHOD
                       "  ROUTING " VPD-NEW-ROUTING
                       "  ACCOUNT " MASK-RESULT
                       " (" VPD-NEW-ACCOUNT-TYPE ")"
               PERFORM DISPLAY-ROUTING-BANK-NAME
           ELSE
           MOVE OPERATOR-ID     TO AUD-AFTER-VALUE.
           MOVE "N"             TO AUD-SOURCE.
           MOVE VPD-VENDOR      TO AUD-VENDOR-NUMBER.
           MOVE SPACE           TO AUD-TABLE-KEY.
           WRITE AUDIT-LOG-RECORD.

      *------------------------------------------
           PERFORM REPOSITION-PENDING-FILE.
           PERFORM EXPIRE-ONE-PENDING
               UNTIL PENDING-AT-END = "Y".
           PERFORM REPOSITION-MASS-FILE.
           PERFORM EXPIRE-ONE-MASS-CHANGE
               UNTIL MASS-AT-END = "Y".
           DISPLAY " ".
           DISPLAY "PENDING CHANGES EXPIRED: " EXPIRED-COUNT.

               PERFORM REWRITE-PENDING-RECORD
               ADD 1 TO EXPIRED-COUNT.

       EXPIRE-ONE-MASS-CHANGE.
           PERFORM READ-NEXT-MASS-RECORD.
           IF MASS-AT-END = "N" AND
              VMC-VENDOR = ZEROES AND
              VMC-STATUS = "P" AND
              VMC-ENTERED-DATE < EXPIRY-CUTOFF-DATE
               PERFORM DISPLAY-ONE-MASS-CHANGE
               DISPLAY "   *** EXPIRED UNRELEASED ***"
               MOVE SPACE TO VMC-RESOLVED-BY
               PERFORM CLOSE-OUT-MASS-CHANGE
               ADD 1 TO EXPIRED-COUNT.

      *------------------------------------------
      * Mass changes.  The header (vendor zero)
      * carries the selection and the change;
      * the vendor lines follow it on the key.
      *------------------------------------------
       LIST-PENDING-MASS-CHANGES.
           MOVE ZEROES TO PENDING-COUNT.
           PERFORM REPOSITION-MASS-FILE.
           PERFORM LIST-ONE-MASS-CHANGE
               UNTIL MASS-AT-END = "Y".
           IF PENDING-COUNT = ZEROES
               DISPLAY "NO MASS CHANGES WAITING FOR APPROVAL".

       LIST-ONE-MASS-CHANGE.
           PERFORM READ-NEXT-MASS-RECORD.
           IF MASS-AT-END = "N" AND
              VMC-VENDOR = ZEROES AND
              VMC-STATUS = "P"
               PERFORM DISPLAY-ONE-MASS-CHANGE
               ADD 1 TO PENDING-COUNT.

       DISPLAY-ONE-MASS-CHANGE.
           PERFORM CAPTURE-MASS-FIELD.
           DISPLAY " ".
           DISPLAY "BATCH " VMC-BATCH "  " MASS-FIELD-NAME
                   "  " VMC-VENDOR-COUNT " VENDOR(S)  ENTERED "
                   VMC-ENTERED-DATE " BY " VMC-ENTERED-BY.
           DISPLAY "   SELECTED BY STATE " VMC-SEL-STATE
                   "  1099 " VMC-SEL-1099-FLAG
                   "  METHOD " VMC-SEL-METHOD
                   "  TERMS " VMC-SEL-TERMS
                   "  DIVERSITY " VMC-SEL-DIVERSITY.
           IF VMC-CHANGE-TYPE = "T"
               DISPLAY "   NEW TERMS " VMC-NEW-DISC-PCT "/"
                       VMC-NEW-DISC-DAYS "/" VMC-NEW-NET-DAYS
                       "  TYPE " VMC-NEW-TERMS-TYPE
                       "  BASE " VMC-NEW-TERMS-BASE
           ELSE
           IF VMC-CHANGE-TYPE = "G"
               DISPLAY "   NEW GL TEMPLATE " VMC-NEW-GL-TEMPLATE
           ELSE
           IF VMC-CHANGE-TYPE = "H"
               DISPLAY "   NEW STATUS " VMC-NEW-STATUS
           ELSE
               DISPLAY "   NEW 1099 FORM " VMC-NEW-1099-FORM
                       "  BOX " VMC-NEW-1099-BOX.

      *    The whole batch is released or rejected at once, by a
      *    supervisor other than the one who staged it.
       RELEASE-ONE-MASS-CHANGE.
           DISPLAY "ENTER MASS CHANGE BATCH NUMBER".
           ACCEPT ENTERED-BATCH-ID.
           MOVE ENTERED-BATCH-ID TO VMC-BATCH.
           MOVE ZEROES TO VMC-VENDOR.
           MOVE "Y" TO MASS-RECORD-FOUND.
           READ VENDOR-MASS-FILE RECORD
               INVALID KEY
                  MOVE "N" TO MASS-RECORD-FOUND.
           IF MASS-RECORD-FOUND = "N"
               DISPLAY "NO MASS CHANGE WITH THAT NUMBER"
           ELSE
           IF VMC-STATUS NOT = "P"
               DISPLAY "THAT MASS CHANGE IS NO LONGER PENDING - "
                       "STATUS IS " VMC-STATUS
           ELSE
           IF VMC-ENTERED-BY = OPERATOR-ID
               DISPLAY "YOU STAGED THIS CHANGE - A DIFFERENT "
                       "SUPERVISOR MUST RELEASE IT"
           ELSE
               PERFORM DISPLAY-ONE-MASS-CHANGE
               PERFORM ASK-LIST-THE-VENDORS
               PERFORM ASK-MASS-RELEASE-OR-REJECT.

       ASK-LIST-THE-VENDORS.
           PERFORM ACCEPT-LIST-THE-VENDORS.
           PERFORM RE-ACCEPT-LIST-THE-VENDORS
               UNTIL LIST-THE-VENDORS = "Y" OR "N".
           IF LIST-THE-VENDORS = "Y"
               MOVE VENDOR-MASS-RECORD TO SAVED-MASS-HEADER
               PERFORM POSITION-AFTER-MASS-HEADER
               PERFORM LIST-ONE-MASS-VENDOR
                   UNTIL MASS-AT-END = "Y"
               MOVE SAVED-MASS-HEADER TO VENDOR-MASS-RECORD.

       ACCEPT-LIST-THE-VENDORS.
           DISPLAY "LIST THE VENDORS IN THIS BATCH (Y/N)?".
           ACCEPT LIST-THE-VENDORS.
           INSPECT LIST-THE-VENDORS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-LIST-THE-VENDORS.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-LIST-THE-VENDORS.

       LIST-ONE-MASS-VENDOR.
           PERFORM READ-NEXT-MASS-LINE.
           IF MASS-AT-END = "N"
               DISPLAY "   VENDOR " VMC-VENDOR "  NOW "
                       VMC-OLD-VALUE.

       ASK-MASS-RELEASE-OR-REJECT.
           DISPLAY "R = RELEASE AND APPLY, X = REJECT, "
                   "BLANK = LEAVE PENDING".
           ACCEPT RELEASE-ANSWER.
           INSPECT RELEASE-ANSWER
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF RELEASE-ANSWER = "R"
               PERFORM APPLY-THE-MASS-CHANGE
           ELSE
           IF RELEASE-ANSWER = "X"
               MOVE OPERATOR-ID TO VMC-RESOLVED-BY
               PERFORM CLOSE-OUT-MASS-CHANGE
               DISPLAY "MASS CHANGE REJECTED".

       APPLY-THE-MASS-CHANGE.
           MOVE ZEROES TO APPLIED-COUNT
                          SKIPPED-COUNT.
           MOVE VENDOR-MASS-RECORD TO SAVED-MASS-HEADER.
           PERFORM POSITION-AFTER-MASS-HEADER.
           PERFORM APPLY-ONE-MASS-VENDOR
               UNTIL MASS-AT-END = "Y".
           MOVE SAVED-MASS-HEADER TO VENDOR-MASS-RECORD.
           MOVE "R"         TO VMC-STATUS.
           MOVE OPERATOR-ID TO VMC-RESOLVED-BY.
           MOVE RUN-DATE    TO VMC-RESOLVED-DATE.
           PERFORM REWRITE-MASS-RECORD.
           DISPLAY "MASS CHANGE RELEASED - " APPLIED-COUNT
                   " VENDOR(S) CHANGED, " SKIPPED-COUNT
                   " SKIPPED".

      *    A vendor whose field no longer holds the value it was
      *    staged from has been changed since by someone else -
      *    that change stands.
       APPLY-ONE-MASS-VENDOR.
           PERFORM READ-NEXT-MASS-LINE.
           IF MASS-AT-END = "N" AND VMC-STATUS = "P"
               MOVE VMC-VENDOR TO VENDOR-NUMBER
               MOVE "Y" TO VENDOR-RECORD-FOUND
               READ VENDOR-FILE RECORD
                   INVALID KEY
                      MOVE "N" TO VENDOR-RECORD-FOUND
               END-READ
               IF VENDOR-RECORD-FOUND = "N"
                   DISPLAY "   VENDOR " VMC-VENDOR
                           " NO LONGER ON FILE - SKIPPED"
                   MOVE "S" TO VMC-STATUS
                   ADD 1 TO SKIPPED-COUNT
               ELSE
                   PERFORM CAPTURE-MASS-FIELD
                   IF MASS-CURRENT-VALUE NOT = VMC-OLD-VALUE
                       DISPLAY "   VENDOR " VMC-VENDOR
                               " CHANGED SINCE STAGED ("
                               MASS-CURRENT-VALUE ") - SKIPPED"
                       MOVE "S" TO VMC-STATUS
                       ADD 1 TO SKIPPED-COUNT
                   ELSE
                       PERFORM APPLY-MASS-CHANGE
                       REWRITE VENDOR-RECORD
                           INVALID KEY
                           DISPLAY "ERROR REWRITING VENDOR RECORD"
                       END-REWRITE
                       PERFORM WRITE-MASS-AUDIT-RECORD
                       MOVE "A" TO VMC-STATUS
                       ADD 1 TO APPLIED-COUNT
                   END-IF
               END-IF
               MOVE OPERATOR-ID TO VMC-RESOLVED-BY
               MOVE RUN-DATE    TO VMC-RESOLVED-DATE
               PERFORM REWRITE-MASS-RECORD.

       WRITE-MASS-AUDIT-RECORD.
           ACCEPT RUN-TIME FROM TIME.
           MOVE OPERATOR-ID     TO AUD-OPERATOR-ID.
           MOVE RUN-DATE        TO AUD-LOG-DATE.
           MOVE RUN-TIME        TO AUD-LOG-TIME.
           MOVE ZEROES          TO AUD-VOUCHER-NUMBER.
           MOVE VMC-OLD-VALUE   TO AUD-BEFORE-VALUE.
           PERFORM CAPTURE-MASS-FIELD.
           MOVE MASS-FIELD-NAME TO AUD-FIELD-CHANGED.
           MOVE MASS-CURRENT-VALUE TO AUD-AFTER-VALUE.
           MOVE "N"             TO AUD-SOURCE.
           MOVE VMC-VENDOR      TO AUD-VENDOR-NUMBER.
           MOVE SPACE           TO AUD-TABLE-KEY.
           STRING "MASS " VMC-BATCH
                  DELIMITED BY SIZE INTO AUD-TABLE-KEY.
           WRITE AUDIT-LOG-RECORD.

      *    Reject or expire - the header and every vendor line
      *    still pending go to "X".  VMC-RESOLVED-BY is set by
      *    the caller (SPACE for an expiry).
       CLOSE-OUT-MASS-CHANGE.
           MOVE VMC-RESOLVED-BY TO CLOSE-OUT-BY.
           MOVE "X"      TO VMC-STATUS.
           MOVE RUN-DATE TO VMC-RESOLVED-DATE.
           PERFORM REWRITE-MASS-RECORD.
           PERFORM POSITION-AFTER-MASS-HEADER.
           PERFORM CLOSE-OUT-ONE-MASS-LINE
               UNTIL MASS-AT-END = "Y".
      *    Leaves the browse where the expiry sweep expects it -
      *    just past this batch.
           MOVE "N" TO MASS-AT-END.
           MOVE MASS-BATCH-IN-HAND TO VMC-BATCH.
           MOVE 99999 TO VMC-VENDOR.
           START VENDOR-MASS-FILE
               KEY IS GREATER THAN VMC-KEY
               INVALID KEY MOVE "Y" TO MASS-AT-END.

       CLOSE-OUT-ONE-MASS-LINE.
           PERFORM READ-NEXT-MASS-LINE.
           IF MASS-AT-END = "N" AND VMC-STATUS = "P"
               MOVE "X"          TO VMC-STATUS
               MOVE CLOSE-OUT-BY TO VMC-RESOLVED-BY
               MOVE RUN-DATE TO VMC-RESOLVED-DATE
               PERFORM REWRITE-MASS-RECORD.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
               READ VENDOR-PENDING-FILE NEXT RECORD
                   AT END MOVE "Y" TO PENDING-AT-END.

       REPOSITION-MASS-FILE.
           MOVE ZEROES TO VMC-KEY.
           MOVE "N" TO MASS-AT-END.
           START VENDOR-MASS-FILE
               KEY IS NOT LESS THAN VMC-KEY
               INVALID KEY MOVE "Y" TO MASS-AT-END.

       READ-NEXT-MASS-RECORD.
           IF MASS-AT-END = "N"
               READ VENDOR-MASS-FILE NEXT RECORD
                   AT END MOVE "Y" TO MASS-AT-END.

      *    The vendor lines of the batch whose header is in the
      *    record area.
       POSITION-AFTER-MASS-HEADER.
           MOVE VMC-BATCH TO MASS-BATCH-IN-HAND.
           MOVE ZEROES TO VMC-VENDOR.
           MOVE "N" TO MASS-AT-END.
           START VENDOR-MASS-FILE
               KEY IS GREATER THAN VMC-KEY
               INVALID KEY MOVE "Y" TO MASS-AT-END.

       READ-NEXT-MASS-LINE.
           PERFORM READ-NEXT-MASS-RECORD.
           IF MASS-AT-END = "N" AND
              VMC-BATCH NOT = MASS-BATCH-IN-HAND
               MOVE "Y" TO MASS-AT-END.

       REWRITE-MASS-RECORD.
           REWRITE VENDOR-MASS-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING MASS CHANGE RECORD".

       REWRITE-PENDING-RECORD.
           REWRITE VENDOR-PENDING-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING PENDING CHANGE RECORD".

           COPY "plmask.cbl".

           COPY "plmasklg.cbl".

           COPY "plvmass.cbl".
