       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDONB01.
      *------------------------------------------
      * Vendor onboarding.  A vendor VNDMNT01
      * adds starts out onboarding (VENDOR-
      * STATUS "O") and is held from payment
      * selection until every item on its
      * checklist is satisfied (PLONBCHK) or
      * waived by a supervisor - the missing
      * W-9, failed TIN match or unverified
      * bank account found up front instead of
      * as a CHKRUN01 hold after the invoice
      * is due.  This program shows a vendor's
      * checklist, takes a supervisor's waiver
      * of an item, and activates a vendor
      * whose checklist is complete - one at a
      * time, or every complete vendor in one
      * sweep after a TIN-matching response or
      * a check run has cleared prenotes.
      * Waivers and activations go to the
      * audit log.  ONBRPT01 lists what each
      * onboarding vendor is still missing.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvnd02.cbl".

           COPY "slcmpdoc.cbl".

           COPY "slrtedir.cbl".

           COPY "sloper01.cbl".

           COPY "slaudlog.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvnd04.cbl".

           COPY "fdcmpdoc.cbl".

           COPY "fdrtedir.cbl".

           COPY "fdoper01.cbl".

           COPY "fdaudlog.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
           88  MENU-PICK-IS-VALID      VALUES 0 THRU 3.

       77  VENDOR-RECORD-FOUND         PIC X(01).
       77  VENDOR-AT-END               PIC X(01).
       77  OPERATOR-RECORD-FOUND       PIC X(01).
       77  I-AM-SUPERVISOR             PIC X(01).
       77  MY-OPERATOR-ID              PIC X(08).
       77  OK-TO-GO                    PIC X(01).
       77  WAIVE-ITEM                  PIC 9(01).
       77  ACTIVATED-COUNT             PIC 9(05).
       77  STILL-ONBOARDING-COUNT      PIC 9(05).

       77  RUN-DATE                    PIC 9(08).
       77  RUN-TIME                    PIC 9(06).

       77  VENDOR-NUMBER-FIELD         PIC Z(5).
       77  STATE-WORDS                 PIC X(09).

           COPY "wscase01.cbl".

           COPY "wssignon.cbl".

           COPY "wsroutck.cbl".

           COPY "wsonbchk.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.

       PROGRAM-EXIT.
           EXIT PROGRAM.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O VENDOR-FILE.
           OPEN INPUT COMPLIANCE-DOC-FILE.
           OPEN INPUT ROUTING-DIR-FILE.
           OPEN INPUT OPERATOR-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OPERATOR-ID TO MY-OPERATOR-ID.
           MOVE "N" TO I-AM-SUPERVISOR.
           IF OPERATOR-IS-SUPERVISOR
               MOVE "Y" TO I-AM-SUPERVISOR.

       CLOSING-PROCEDURE.
           CLOSE VENDOR-FILE.
           CLOSE COMPLIANCE-DOC-FILE.
           CLOSE ROUTING-DIR-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE AUDIT-LOG-FILE.

      *------------------------------------------
      * Sign-on - same pattern as VNDMNT01.
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
           PERFORM DO-THE-PICK
               UNTIL MENU-PICK = 0.

      *------------------------------------------
      * MENU
      *------------------------------------------
       GET-MENU-PICK.
           PERFORM DISPLAY-THE-MENU.
           PERFORM ACCEPT-MENU-PICK.
           PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       DISPLAY-THE-MENU.
           DISPLAY " ".
           DISPLAY "    PLEASE SELECT:".
           DISPLAY " ".
           DISPLAY "          1.  REVIEW / ACTIVATE A VENDOR".
           DISPLAY "          2.  WAIVE A CHECKLIST ITEM".
           DISPLAY "          3.  ACTIVATE EVERY COMPLETE VENDOR".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-3)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       DO-THE-PICK.
           IF MENU-PICK = 1
               PERFORM REVIEW-MODE
           ELSE
           IF MENU-PICK = 2
               PERFORM WAIVE-MODE
           ELSE
           IF MENU-PICK = 3
               PERFORM SWEEP-MODE.
           PERFORM GET-MENU-PICK.

      *------------------------------------------
      * REVIEW
      *------------------------------------------
       REVIEW-MODE.
           PERFORM GET-EXISTING-VENDOR.
           IF VENDOR-NUMBER NOT = ZEROES
               PERFORM DISPLAY-THE-CHECKLIST
               IF VENDOR-STATUS NOT = "O"
                   DISPLAY "VENDOR IS NOT ONBOARDING - STATUS "
                           VENDOR-STATUS
               ELSE
               IF ONB-MISSING-COUNT NOT = ZEROES
                   DISPLAY "STILL MISSING " ONB-MISSING-COUNT
                           " ITEM(S) - NOT PAYABLE YET"
               ELSE
                   PERFORM CONFIRM-ACTIVATION
                   IF OK-TO-GO = "Y"
                       PERFORM ACTIVATE-THE-VENDOR.

       GET-EXISTING-VENDOR.
           DISPLAY "ENTER VENDOR NUMBER (0 TO CANCEL)".
           ACCEPT VENDOR-NUMBER-FIELD.
           MOVE VENDOR-NUMBER-FIELD TO VENDOR-NUMBER.
           IF VENDOR-NUMBER NOT = ZEROES
               PERFORM READ-VENDOR-RECORD
               IF VENDOR-RECORD-FOUND = "N"
                   DISPLAY "VENDOR NOT ON FILE"
                   PERFORM GET-EXISTING-VENDOR.

       DISPLAY-THE-CHECKLIST.
           PERFORM CHECK-ONBOARDING-LIST.
           DISPLAY " ".
           DISPLAY "VENDOR " VENDOR-NUMBER "  " VENDOR-NAME.
           IF VENDOR-ADDED-DATE NOT = ZEROES
               DISPLAY "   ADDED " VENDOR-ADDED-DATE.
           PERFORM DISPLAY-ONE-ITEM
               VARYING ONB-INDEX FROM 1 BY 1
               UNTIL ONB-INDEX > 5.

       DISPLAY-ONE-ITEM.
           PERFORM SET-STATE-WORDS.
           DISPLAY ONB-INDEX ". " ONB-ITEM-NAME (ONB-INDEX)
                   " " STATE-WORDS " " ONB-ITEM-NOTE (ONB-INDEX).

       SET-STATE-WORDS.
           IF ONB-ITEM-STATE (ONB-INDEX) = "S"
               MOVE "DONE" TO STATE-WORDS
           ELSE
           IF ONB-ITEM-STATE (ONB-INDEX) = "W"
               MOVE "WAIVED" TO STATE-WORDS
           ELSE
           IF ONB-ITEM-STATE (ONB-INDEX) = "X"
               MOVE "N/A" TO STATE-WORDS
           ELSE
               MOVE "MISSING" TO STATE-WORDS.

       CONFIRM-ACTIVATION.
           DISPLAY "CHECKLIST COMPLETE - ACTIVATE THIS VENDOR "
                   "(YES/NO)?".
           ACCEPT OK-TO-GO.
           INSPECT OK-TO-GO
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF OK-TO-GO NOT = "Y" AND OK-TO-GO NOT = "N"
               DISPLAY "YOU MUST ENTER YES OR NO"
               PERFORM CONFIRM-ACTIVATION.

       ACTIVATE-THE-VENDOR.
           MOVE "A" TO VENDOR-STATUS.
           PERFORM REWRITE-VENDOR-RECORD.
           MOVE "STATUS" TO AUD-FIELD-CHANGED.
           MOVE "O"      TO AUD-BEFORE-VALUE.
           MOVE "A - ONBOARDING COMPLETE" TO AUD-AFTER-VALUE.
           PERFORM WRITE-AUDIT-LOG-RECORD.
           DISPLAY "VENDOR " VENDOR-NUMBER " IS NOW ACTIVE.".

      *------------------------------------------
      * WAIVE
      * Supervisors only - a waiver is someone
      * with the authority saying the vendor
      * may be paid without that item (the
      * routing number verified by phone with
      * the bank, a government agency that
      * will never get a TIN-match response).
      *------------------------------------------
       WAIVE-MODE.
           IF I-AM-SUPERVISOR NOT = "Y"
               DISPLAY "ONLY A SUPERVISOR CAN WAIVE A CHECKLIST "
                       "ITEM"
           ELSE
               PERFORM GET-EXISTING-VENDOR
               IF VENDOR-NUMBER NOT = ZEROES
                   IF VENDOR-STATUS NOT = "O"
                       DISPLAY "VENDOR IS NOT ONBOARDING - STATUS "
                               VENDOR-STATUS
                   ELSE
                       PERFORM DISPLAY-THE-CHECKLIST
                       PERFORM GET-WAIVE-ITEM
                       IF WAIVE-ITEM NOT = ZERO
                           PERFORM WAIVE-THE-ITEM.

       GET-WAIVE-ITEM.
           DISPLAY "ITEM TO WAIVE (1-5, 0 TO CANCEL)".
           ACCEPT WAIVE-ITEM.
           IF WAIVE-ITEM > 5
               DISPLAY "INVALID ITEM"
               PERFORM GET-WAIVE-ITEM
           ELSE
           IF WAIVE-ITEM NOT = ZERO
               IF ONB-ITEM-STATE (WAIVE-ITEM) NOT = "M"
                   DISPLAY "THAT ITEM IS NOT MISSING"
                   PERFORM GET-WAIVE-ITEM.

       WAIVE-THE-ITEM.
           DISPLAY "WAIVE " ONB-ITEM-NAME (WAIVE-ITEM)
                   " (YES/NO)?".
           ACCEPT OK-TO-GO.
           INSPECT OK-TO-GO
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF OK-TO-GO NOT = "Y" AND OK-TO-GO NOT = "N"
               DISPLAY "YOU MUST ENTER YES OR NO"
               PERFORM WAIVE-THE-ITEM
           ELSE
           IF OK-TO-GO = "Y"
               MOVE "Y" TO VENDOR-WAIVE-ITEM (WAIVE-ITEM)
               PERFORM REWRITE-VENDOR-RECORD
               MOVE "ONBOARD WAIVER" TO AUD-FIELD-CHANGED
               MOVE ONB-ITEM-NOTE (WAIVE-ITEM) TO AUD-BEFORE-VALUE
               MOVE SPACE TO AUD-AFTER-VALUE
               STRING "WAIVED: " ONB-ITEM-NAME (WAIVE-ITEM)
                   DELIMITED BY SIZE INTO AUD-AFTER-VALUE
               PERFORM WRITE-AUDIT-LOG-RECORD
               DISPLAY "ITEM WAIVED.".

      *------------------------------------------
      * SWEEP
      * Every onboarding vendor whose checklist
      * has come complete since it was last
      * looked at goes active.
      *------------------------------------------
       SWEEP-MODE.
           MOVE ZEROES TO ACTIVATED-COUNT.
           MOVE ZEROES TO STILL-ONBOARDING-COUNT.
           MOVE ZEROES TO VENDOR-NUMBER.
           MOVE "N" TO VENDOR-AT-END.
           START VENDOR-FILE KEY IS NOT LESS THAN VENDOR-NUMBER
               INVALID KEY MOVE "Y" TO VENDOR-AT-END.
           IF VENDOR-AT-END = "N"
               PERFORM READ-NEXT-VENDOR-RECORD.
           PERFORM SWEEP-ONE-VENDOR
               UNTIL VENDOR-AT-END = "Y".
           DISPLAY " ".
           DISPLAY "VENDORS ACTIVATED:        " ACTIVATED-COUNT.
           DISPLAY "VENDORS STILL ONBOARDING: "
                   STILL-ONBOARDING-COUNT.

       SWEEP-ONE-VENDOR.
           IF VENDOR-STATUS = "O"
               PERFORM CHECK-ONBOARDING-LIST
               IF ONB-MISSING-COUNT = ZEROES
                   PERFORM ACTIVATE-THE-VENDOR
                   ADD 1 TO ACTIVATED-COUNT
               ELSE
                   ADD 1 TO STILL-ONBOARDING-COUNT.
           PERFORM READ-NEXT-VENDOR-RECORD.

      *------------------------------------------
      * Same audit record VNDMNT01 writes for a
      * vendor change.
      *------------------------------------------
       WRITE-AUDIT-LOG-RECORD.
           ACCEPT RUN-TIME FROM TIME.
           MOVE MY-OPERATOR-ID  TO AUD-OPERATOR-ID.
           MOVE RUN-DATE        TO AUD-LOG-DATE.
           MOVE RUN-TIME        TO AUD-LOG-TIME.
           MOVE ZEROES          TO AUD-VOUCHER-NUMBER.
           MOVE "N"             TO AUD-SOURCE.
           MOVE VENDOR-NUMBER   TO AUD-VENDOR-NUMBER.
           MOVE SPACE           TO AUD-TABLE-KEY.
           WRITE AUDIT-LOG-RECORD.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-NEXT-VENDOR-RECORD.
           READ VENDOR-FILE NEXT RECORD
               AT END MOVE "Y" TO VENDOR-AT-END.

       REWRITE-VENDOR-RECORD.
           REWRITE VENDOR-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VENDOR RECORD".

           COPY "plroutck.cbl".

           COPY "plonbchk.cbl".
