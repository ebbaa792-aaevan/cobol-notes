      * is where a vendor first gets on file
      * and where an address, phone or
      * contact correction gets keyed in.
      *
      * A vendor added here starts out
      * onboarding (status "O") and cannot be
      * paid until VNDONB01 finds its
      * checklist complete and activates it.
      *
      * Field 21 ties a branch remit point to
      * its parent vendor so spend, aging, the
      * duplicate-invoice edit and the
      * contract cap roll up to the parent.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slgltmpl.cbl".

           COPY "slzippfx.cbl".

           COPY "slseclog.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdgltmpl.cbl".

           COPY "fdzippfx.cbl".

           COPY "fdseclog.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                    PIC 9.
       77  STATE-RECORD-FOUND           PIC X.
       77  VENDOR-ZIP-VALID             PIC X.
       77  VENDOR-PHONE-VALID           PIC X.
       77  REMIT-ZIP-VALID              PIC X.
       77  STATE-BEFORE-CHANGE          PIC X(2).
       77  ZIP-BEFORE-CHANGE            PIC X(10).
       77  ADD-ANOTHER                  PIC X.

       77  VENDOR-NUMBER-FIELD          PIC Z(5).
       77  AUD-BEFORE-FIELD-VALUE       PIC X(30).
       77  AUD-AFTER-FIELD-VALUE        PIC X(30).

       77  SAVED-VENDOR-RECORD          PIC X(539).
       77  PARENT-SAVE-RECORD           PIC X(539).
       77  PARENT-IS-VALID              PIC X.
       77  PARENT-OWN-NUMBER            PIC 9(05).
       77  PARENT-OF-PARENT             PIC 9(05).
       77  PARENT-HAS-BRANCHES          PIC X.
       77  PENDING-AT-END               PIC X.
       77  NEXT-PENDING-ID              PIC 9(06).
       77  TEMPLATE-RECORD-FOUND        PIC X.

           COPY "wsroutck.cbl".

           COPY "wszipck.cbl".

           COPY "wsmask.cbl".

       77  RTD-RECORD-FOUND             PIC X.

           COPY "wssignon.cbl".
           OPEN I-O VENDOR-PENDING-FILE.
           OPEN INPUT ROUTING-DIR-FILE.
           OPEN INPUT GL-TEMPLATE-FILE.
           OPEN INPUT ZIP-PREFIX-FILE.
           OPEN EXTEND SECURITY-LOG-FILE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM SET-MASK-AUTHORITY.

       CLOSING-PROCEDURE.
           CLOSE VENDOR-FILE.
           CLOSE VENDOR-PENDING-FILE.
           CLOSE ROUTING-DIR-FILE.
           CLOSE GL-TEMPLATE-FILE.
           CLOSE ZIP-PREFIX-FILE.
           CLOSE SECURITY-LOG-FILE.

      *------------------------------------------
      * Sign-on - the operator ID must be on
           DISPLAY "OPERATOR ID NOT ON FILE".
           PERFORM ACCEPT-OPERATOR-ID.

      *------------------------------------------
      * Bank account and tax ID show last four
      * only, unless this operator holds the
      * full-display authority - and then each
      * full display is on the security log.
      *------------------------------------------
       SET-MASK-AUTHORITY.
           MOVE OPERATOR-AUTH-FLAG (7) TO MASK-FULL-ALLOWED.
           MOVE OPERATOR-ID            TO MASK-OPERATOR.
           MOVE "VNDMNT01"             TO MASK-PROGRAM.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM MAINTAIN-THE-FILE
               UNTIL VENDOR-NUMBER = ZEROES OR
                     VENDOR-RECORD-FOUND = "N".

      *------------------------------------------
      * 98000-98999 belong to employee payees
      * (EMPMNT01) and 99000-99999 to one-time
      * payees - a vendor record there would
      * collide with vouchers for those payees.
      *------------------------------------------
       ACCEPT-NEW-RECORD-KEY.
           PERFORM INIT-VENDOR-RECORD.
           DISPLAY "ENTER NEW VENDOR NUMBER (1-97999)".
           DISPLAY "ENTER 0 TO CANCEL".
           ACCEPT VENDOR-NUMBER-FIELD.
           MOVE VENDOR-NUMBER-FIELD TO VENDOR-NUMBER.
           IF VENDOR-NUMBER NOT = ZEROES
               IF VENDOR-NUMBER NOT < 98000
                   MOVE "Y" TO VENDOR-RECORD-FOUND
                   MOVE "VENDOR NUMBERS 98000-99999 ARE RESERVED"
                     TO ERROR-MESSAGE
               ELSE
                   PERFORM READ-VENDOR-RECORD
                   IF VENDOR-RECORD-FOUND = "Y"
                       MOVE "VENDOR NUMBER ALREADY ON FILE"
                         TO ERROR-MESSAGE.

       RE-ACCEPT-NEW-RECORD-KEY.
           DISPLAY ERROR-MESSAGE.

       ADD-RECORDS.
           PERFORM ENTER-REMAINING-FIELDS.
           MOVE RUN-DATE TO VENDOR-ADDED-DATE.
           PERFORM WRITE-VENDOR-RECORD.
           DISPLAY "VENDOR IS ONBOARDING - NOT PAYABLE UNTIL "
                   "VNDONB01 ACTIVATES IT".
           MOVE "ADD"       TO AUD-FIELD-NAME.
           MOVE SPACE       TO AUD-BEFORE-FIELD-VALUE.
           MOVE VENDOR-NAME TO AUD-AFTER-FIELD-VALUE.
           PERFORM ENTER-VENDOR-BACKUP-WITHHOLD.
           PERFORM ENTER-VENDOR-REQ-DOCS.
           PERFORM ENTER-VENDOR-GL-TEMPLATE.
           PERFORM ENTER-VENDOR-ERS-FLAG.
           PERFORM ENTER-VENDOR-PARENT.

      *------------------------------------------
      * CHANGE
       ASK-WHICH-FIELD.
           PERFORM ACCEPT-WHICH-FIELD.
           PERFORM RE-ACCEPT-WHICH-FIELD
               UNTIL WHICH-FIELD <= 21.

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-21) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
           MOVE VENDOR-STATE TO STATE-BEFORE-CHANGE.
           MOVE VENDOR-ZIP   TO ZIP-BEFORE-CHANGE.
           PERFORM CAPTURE-FIELD-BEFORE-CHANGE.
           MOVE VENDOR-RECORD TO SAVED-VENDOR-RECORD.
           IF WHICH-FIELD = 1
           IF WHICH-FIELD = 4
               PERFORM ENTER-VENDOR-CITY.
           IF WHICH-FIELD = 5
               PERFORM ENTER-VENDOR-STATE
               PERFORM CHECK-ZIP-AFTER-STATE.
           IF WHICH-FIELD = 6
               PERFORM ENTER-VENDOR-ZIP.
           IF WHICH-FIELD = 7
               PERFORM ENTER-VENDOR-REQ-DOCS.
           IF WHICH-FIELD = 19
               PERFORM ENTER-VENDOR-GL-TEMPLATE.
           IF WHICH-FIELD = 20
               PERFORM ENTER-VENDOR-ERS-FLAG.
           IF WHICH-FIELD = 21
               PERFORM ENTER-VENDOR-PARENT.

           PERFORM CAPTURE-FIELD-AFTER-CHANGE.
      *    Bank details (15) and the remit-to address (13) are
           ELSE
               PERFORM REWRITE-VENDOR-RECORD.
           PERFORM WRITE-AUDIT-LOG-RECORD.
           PERFORM LOG-STATE-ZIP-PARTNER.

      *    A vendor that moves state needs a new ZIP as well - a
      *    ZIP that no longer agrees with the state is keyed
      *    again on the spot.  Either way round, a state or ZIP
      *    re-keyed along with its partner is logged as a change
      *    of its own.
       CHECK-ZIP-AFTER-STATE.
           PERFORM EDIT-VENDOR-ZIP.
           IF VENDOR-ZIP-VALID NOT = "Y"
               DISPLAY "ZIP CODE " VENDOR-ZIP
                       " DOES NOT AGREE WITH THE NEW STATE"
               PERFORM ENTER-VENDOR-ZIP.

       LOG-STATE-ZIP-PARTNER.
           IF WHICH-FIELD = 5 AND
              VENDOR-ZIP NOT = ZIP-BEFORE-CHANGE
               MOVE "ZIP"               TO AUD-FIELD-NAME
               MOVE ZIP-BEFORE-CHANGE   TO AUD-BEFORE-FIELD-VALUE
               MOVE VENDOR-ZIP          TO AUD-AFTER-FIELD-VALUE
               PERFORM WRITE-AUDIT-LOG-RECORD.
           IF WHICH-FIELD = 6 AND
              VENDOR-STATE NOT = STATE-BEFORE-CHANGE
               MOVE "STATE"             TO AUD-FIELD-NAME
               MOVE STATE-BEFORE-CHANGE TO AUD-BEFORE-FIELD-VALUE
               MOVE VENDOR-STATE        TO AUD-AFTER-FIELD-VALUE
               PERFORM WRITE-AUDIT-LOG-RECORD.

       HOLD-PENDING-CHANGE.
           PERFORM FIND-NEXT-PENDING-ID.
                   MOVE "GL-TEMPLATE" TO AUD-FIELD-NAME
                   MOVE VENDOR-GL-TEMPLATE
                     TO AUD-BEFORE-FIELD-VALUE
               WHEN 20
                   MOVE "ERS-FLAG"    TO AUD-FIELD-NAME
                   MOVE VENDOR-ERS-FLAG TO AUD-BEFORE-FIELD-VALUE
               WHEN 21
                   MOVE "PARENT-VENDOR" TO AUD-FIELD-NAME
                   MOVE VENDOR-PARENT TO AUD-BEFORE-FIELD-VALUE
           END-EVALUATE.

       CAPTURE-FIELD-AFTER-CHANGE.
                   PERFORM CAPTURE-REQ-DOCS
               WHEN 19
                   MOVE VENDOR-GL-TEMPLATE TO AUD-AFTER-FIELD-VALUE
               WHEN 20
                   MOVE VENDOR-ERS-FLAG TO AUD-AFTER-FIELD-VALUE
               WHEN 21
                   MOVE VENDOR-PARENT TO AUD-AFTER-FIELD-VALUE
           END-EVALUATE.

       CAPTURE-REQ-DOCS.
           MOVE AUD-AFTER-FIELD-VALUE  TO AUD-AFTER-VALUE.
           MOVE "N"                    TO AUD-SOURCE.
           MOVE VENDOR-NUMBER          TO AUD-VENDOR-NUMBER.
           MOVE SPACE                  TO AUD-TABLE-KEY.
           WRITE AUDIT-LOG-RECORD.

      *------------------------------------------
           MOVE SPACE TO VENDOR-1099-FORM.
           MOVE ZEROES TO VENDOR-1099-BOX.
           MOVE ZEROES TO VENDOR-W9-DATE.
           MOVE "O" TO VENDOR-STATUS.
           MOVE SPACE TO VENDOR-REMIT-ADDRESS-1
                         VENDOR-REMIT-ADDRESS-2
                         VENDOR-REMIT-CITY
           MOVE ZEROES TO VENDOR-W8-DATE
                          VENDOR-W8-EXPIRY
                          VENDOR-NRA-RATE.
           MOVE "N" TO VENDOR-ERS-FLAG.
           MOVE ZEROES TO VENDOR-TIN-MATCH-DATE.
           MOVE "NNNNN" TO VENDOR-ONBOARD-WAIVERS.
           MOVE ZEROES TO VENDOR-ADDED-DATE.
           MOVE ZEROES TO VENDOR-PARENT.

      *------------------------------------------
      * Routines shared by Add and Change
       RE-ACCEPT-VENDOR-ZIP.
           IF VENDOR-ZIP = SPACE
               DISPLAY "A ZIP CODE MUST BE ENTERED"
           ELSE
           IF VENDOR-ZIP-VALID = "S"
               DISPLAY "ZIP CODE " VENDOR-ZIP(1:5) " IS IN "
                       ZIP-PREFIX-STATE ", NOT " VENDOR-STATE
                       " - RE-ENTER THE STATE AND ZIP CODE"
               PERFORM ENTER-VENDOR-STATE
           ELSE
               DISPLAY "ZIP CODE MUST BE NNNNN OR NNNNN-NNNN"
           END-IF.
              VENDOR-ZIP(6:1) = "-" AND
              VENDOR-ZIP(7:4) IS NUMERIC
               MOVE "Y" TO VENDOR-ZIP-VALID.
           IF VENDOR-ZIP-VALID = "Y"
               MOVE VENDOR-ZIP   TO ZIP-TEST-ZIP
               MOVE VENDOR-STATE TO ZIP-TEST-STATE
               PERFORM CHECK-ZIP-STATE
               IF ZIP-STATE-MATCHES = "N"
                   MOVE "S" TO VENDOR-ZIP-VALID.

       ENTER-VENDOR-CONTACT.
           DISPLAY "7. ENTER CONTACT NAME".
      *    A re-keyed TIN gets a clean slate with the next
      *    TIN-matching cycle.
           MOVE "N" TO VENDOR-TIN-MISMATCH.
           MOVE ZEROES TO VENDOR-TIN-MATCH-DATE.

       ENTER-VENDOR-1099-FLAG.
           PERFORM ACCEPT-VENDOR-1099-FLAG.
      * it - ENTER-VOUCHER-SELECTED in VCHPIC01
      * is where a hold actually stops anything,
      * by refusing to select one of its vouchers
      * for payment.  An onboarding vendor ("O")
      * is held the same way, and only VNDONB01
      * moves it on - status is not keyed here
      * until then.
      *------------------------------------------
       ENTER-VENDOR-STATUS.
           IF VENDOR-STATUS = "O"
               DISPLAY "12. STATUS: ONBOARDING - ACTIVATED "
                       "THROUGH VNDONB01"
           ELSE
               PERFORM ACCEPT-VENDOR-STATUS
               PERFORM RE-ACCEPT-VENDOR-STATUS
                   UNTIL VENDOR-STATUS = "A" OR "H".

       ACCEPT-VENDOR-STATUS.
           DISPLAY "12. VENDOR STATUS - ACTIVE OR ON HOLD (A/H)?".
               INSPECT VENDOR-REMIT-STATE
                   CONVERTING LOWER-ALPHA
                   TO         UPPER-ALPHA
               PERFORM ENTER-VENDOR-REMIT-ZIP.

      *    The remit-to ZIP gets the same state check as the
      *    main address - a remit-to mismatch is where the
      *    returned checks come from.
       ENTER-VENDOR-REMIT-ZIP.
           PERFORM ACCEPT-VENDOR-REMIT-ZIP.
           PERFORM RE-ACCEPT-VENDOR-REMIT-ZIP
               UNTIL REMIT-ZIP-VALID = "Y".

       ACCEPT-VENDOR-REMIT-ZIP.
           DISPLAY "    ZIP CODE".
           ACCEPT VENDOR-REMIT-ZIP.
           MOVE VENDOR-REMIT-ZIP   TO ZIP-TEST-ZIP.
           MOVE VENDOR-REMIT-STATE TO ZIP-TEST-STATE.
           PERFORM CHECK-ZIP-STATE.
           IF ZIP-STATE-MATCHES = "N"
               MOVE "N" TO REMIT-ZIP-VALID
           ELSE
               MOVE "Y" TO REMIT-ZIP-VALID.

       RE-ACCEPT-VENDOR-REMIT-ZIP.
           DISPLAY "ZIP CODE " VENDOR-REMIT-ZIP(1:5) " IS IN "
                   ZIP-PREFIX-STATE ", NOT " VENDOR-REMIT-STATE
                   " - RE-ENTER THE STATE AND ZIP CODE".
           DISPLAY "    STATE (2 CHARACTERS)".
           ACCEPT VENDOR-REMIT-STATE.
           INSPECT VENDOR-REMIT-STATE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           PERFORM ACCEPT-VENDOR-REMIT-ZIP.

      *------------------------------------------
      * Payment terms, e.g. 2/10 net 30 is

      *------------------------------------------
      * Payment method - C (paper check, the
      * default), A (ACH/direct deposit), W
      * (wire transfer), or V (single-use
      * virtual card through the bank's card
      * program - no bank details, the card
      * number comes from the bank with each
      * payment).  An ACH or wire vendor
      * must also have bank routing/account
      * information on file; a wire vendor
      * additionally carries the beneficiary-
           PERFORM RE-ACCEPT-VENDOR-PAYMENT-METHOD
               UNTIL VENDOR-PAYMENT-METHOD = "C" OR
                     VENDOR-PAYMENT-METHOD = "A" OR
                     VENDOR-PAYMENT-METHOD = "W" OR
                     VENDOR-PAYMENT-METHOD = "V".
           IF VENDOR-PAYMENT-METHOD = "A"
               PERFORM ENTER-VENDOR-BANK-INFO
      *        Fresh bank details always start a new prenote
               PERFORM CLEAR-VENDOR-WIRE-INFO.

       ACCEPT-VENDOR-PAYMENT-METHOD.
           DISPLAY "15. PAYMENT METHOD - C)HECK, A)CH, W)IRE OR "
                   "V)IRTUAL CARD".
           ACCEPT VENDOR-PAYMENT-METHOD.
           INSPECT VENDOR-PAYMENT-METHOD
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-VENDOR-PAYMENT-METHOD.
           DISPLAY "YOU MUST ENTER C, A, W OR V".
           PERFORM ACCEPT-VENDOR-PAYMENT-METHOD.

       ENTER-VENDOR-WIRE-INFO.
                   DISPLAY "TEMPLATE NOT ON FILE"
                   PERFORM ENTER-VENDOR-GL-TEMPLATE.

      *------------------------------------------
      * Evaluated receipt settlement.  Y only
      * for a vendor who has agreed in
      * writing to be paid off our receipts
      * at the PO price with no invoice -
      * ERSGEN01 then vouchers every receipt
      * against its POs each night.
      *------------------------------------------
       ENTER-VENDOR-ERS-FLAG.
           PERFORM ACCEPT-VENDOR-ERS-FLAG.
           PERFORM RE-ACCEPT-VENDOR-ERS-FLAG
               UNTIL VENDOR-ERS-FLAG = "Y" OR "N".

       ACCEPT-VENDOR-ERS-FLAG.
           DISPLAY "20. EVALUATED RECEIPT SETTLEMENT - PAY OFF "
                   "RECEIPTS, NO INVOICE (Y/N)?".
           ACCEPT VENDOR-ERS-FLAG.
           INSPECT VENDOR-ERS-FLAG
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-VENDOR-ERS-FLAG.
           DISPLAY "MUST BE YES OR NO".
           PERFORM ACCEPT-VENDOR-ERS-FLAG.

      *------------------------------------------
      * Parent vendor - the head-office number
      * a branch remit point rolls up to.  One
      * level only, so every roll-up is a
      * single step: the parent must be on
      * file and not itself a branch, and a
      * vendor that already has branches of its
      * own cannot become one.  Zero means the
      * vendor stands alone.
      *------------------------------------------
       ENTER-VENDOR-PARENT.
           PERFORM ACCEPT-VENDOR-PARENT.
           PERFORM RE-ACCEPT-VENDOR-PARENT
               UNTIL PARENT-IS-VALID = "Y".

       ACCEPT-VENDOR-PARENT.
           DISPLAY "21. ENTER PARENT VENDOR NUMBER (0 FOR NONE)".
           ACCEPT VENDOR-PARENT.
           PERFORM EDIT-VENDOR-PARENT.

       RE-ACCEPT-VENDOR-PARENT.
           DISPLAY ERROR-MESSAGE.
           PERFORM ACCEPT-VENDOR-PARENT.

       EDIT-VENDOR-PARENT.
           MOVE "Y" TO PARENT-IS-VALID.
           IF VENDOR-PARENT NOT = ZEROES
               MOVE VENDOR-RECORD TO PARENT-SAVE-RECORD
               MOVE VENDOR-NUMBER TO PARENT-OWN-NUMBER
               IF VENDOR-PARENT = VENDOR-NUMBER
                   MOVE "N" TO PARENT-IS-VALID
                   MOVE "A VENDOR CANNOT BE ITS OWN PARENT"
                     TO ERROR-MESSAGE
               ELSE
                   PERFORM CHECK-PARENT-ON-FILE
                   IF PARENT-IS-VALID = "Y"
                       PERFORM CHECK-NO-BRANCHES-BELOW
                   END-IF
               END-IF
               MOVE PARENT-SAVE-RECORD TO VENDOR-RECORD.

       CHECK-PARENT-ON-FILE.
           MOVE VENDOR-PARENT TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE "N" TO PARENT-IS-VALID
               MOVE "PARENT VENDOR NOT ON FILE" TO ERROR-MESSAGE
           ELSE
           IF VENDOR-PARENT NOT = ZEROES
               MOVE VENDOR-PARENT TO PARENT-OF-PARENT
               MOVE "N" TO PARENT-IS-VALID
               MOVE SPACE TO ERROR-MESSAGE
               STRING "THAT VENDOR IS ITSELF A BRANCH OF "
                      PARENT-OF-PARENT
                      " - LINK TO THE PARENT INSTEAD"
                      DELIMITED BY SIZE INTO ERROR-MESSAGE.
      *    The record found here is only the parent - the
      *    RECORD-FOUND switch goes back for the vendor being
      *    keyed, which is on file in CHANGE and not in ADD.
           IF THE-MODE = "ADD"
               MOVE "N" TO VENDOR-RECORD-FOUND
           ELSE
               MOVE "Y" TO VENDOR-RECORD-FOUND.

       CHECK-NO-BRANCHES-BELOW.
           MOVE "Y" TO PARENT-HAS-BRANCHES.
           MOVE PARENT-OWN-NUMBER TO VENDOR-PARENT.
           START VENDOR-FILE
               KEY IS EQUAL TO VENDOR-PARENT
               INVALID KEY
                  MOVE "N" TO PARENT-HAS-BRANCHES.
           IF PARENT-HAS-BRANCHES = "Y"
               MOVE "N" TO PARENT-IS-VALID
               MOVE "THIS VENDOR HAS BRANCHES - IT CAN ONLY BE A PARENT"
                 TO ERROR-MESSAGE.

      *------------------------------------------
      * Routines shared by Change
      *------------------------------------------
           DISPLAY "6. ZIP: " VENDOR-ZIP.
           DISPLAY "7. CONTACT: " VENDOR-CONTACT.
           DISPLAY "8. PHONE: " VENDOR-PHONE.
           PERFORM SHOW-VENDOR-TAX-ID.
           DISPLAY "9. TAX ID: " MASK-RESULT.
           DISPLAY "10. 1099 ELIGIBLE: " VENDOR-1099-FLAG.
           DISPLAY "11. W-9 ON FILE: " VENDOR-W9-RECEIVED
                   "   RECEIVED: " VENDOR-W9-DATE.
           IF VENDOR-STATUS = "O"
               DISPLAY "12. STATUS: O (ONBOARDING)"
           ELSE
               DISPLAY "12. STATUS: " VENDOR-STATUS
           END-IF.
           IF VENDOR-REMIT-ADDRESS-1 = SPACE
               DISPLAY "13. REMIT-TO: (USING MAIN ADDRESS)"
           ELSE
               DISPLAY "    LATE-PAYMENT INTEREST: "
                       VENDOR-INTEREST-RATE " PCT/YEAR".
           IF VENDOR-PAYMENT-METHOD = "A"
               PERFORM SHOW-VENDOR-BANK-ACCOUNT
               DISPLAY "15. PAYMENT METHOD: ACH - ROUTING "
                       VENDOR-BANK-ROUTING " ACCOUNT "
                       MASK-RESULT " ("
                       VENDOR-BANK-ACCOUNT-TYPE ")"
               IF VENDOR-PRENOTE-STATUS = "L"
                   DISPLAY "    PRENOTE: CLEARED - ACH IS LIVE"
               END-IF
           ELSE
           IF VENDOR-PAYMENT-METHOD = "W"
               PERFORM SHOW-VENDOR-BANK-ACCOUNT
               DISPLAY "15. PAYMENT METHOD: WIRE - ROUTING "
                       VENDOR-BANK-ROUTING " ACCOUNT "
                       MASK-RESULT
               DISPLAY "    BENEFICIARY BANK: "
                       VENDOR-WIRE-BENE-BANK
               DISPLAY "    INTERMEDIARY: "
                       VENDOR-WIRE-INTERMED-RTG
                       "  REF: " VENDOR-WIRE-REFERENCE
           ELSE
           IF VENDOR-PAYMENT-METHOD = "V"
               DISPLAY "15. PAYMENT METHOD: VIRTUAL CARD"
           ELSE
               DISPLAY "15. PAYMENT METHOD: CHECK"
           END-IF
           END-IF
           END-IF.
           IF VENDOR-EMAIL = SPACE
               DISPLAY "16. E-MAIL: (NONE - PRINTED REMITTANCE)"
                   "  DIVERSITY: " VENDOR-REQ-DIVERSITY
                   "  CLASS: " VENDOR-DIVERSITY-CLASS.
           DISPLAY "19. DEFAULT GL TEMPLATE: " VENDOR-GL-TEMPLATE.
           DISPLAY "20. EVALUATED RECEIPT SETTLEMENT: "
                   VENDOR-ERS-FLAG.
           IF VENDOR-PARENT = ZEROES
               DISPLAY "21. PARENT VENDOR: (NONE)"
           ELSE
               DISPLAY "21. PARENT VENDOR: " VENDOR-PARENT
           END-IF.
           DISPLAY " ".

      *------------------------------------------
               INVALID KEY
               DISPLAY "ERROR REWRITING VENDOR RECORD".

      *------------------------------------------
      * Bank account and tax ID for display -
      * see SET-MASK-AUTHORITY.
      *------------------------------------------
       SHOW-VENDOR-TAX-ID.
           MOVE VENDOR-TAX-ID TO MASK-SOURCE.
           MOVE SPACE TO MASK-DETAIL.
           STRING "TAX ID VENDOR " VENDOR-NUMBER
               DELIMITED BY SIZE INTO MASK-DETAIL.
           PERFORM SHOW-SENSITIVE-NUMBER.

       SHOW-VENDOR-BANK-ACCOUNT.
           MOVE VENDOR-BANK-ACCOUNT TO MASK-SOURCE.
           MOVE SPACE TO MASK-DETAIL.
           STRING "ACCOUNT VENDOR " VENDOR-NUMBER
               DELIMITED BY SIZE INTO MASK-DETAIL.
           PERFORM SHOW-SENSITIVE-NUMBER.

           COPY "pldate01.cbl".

           COPY "plroutck.cbl".

           COPY "plzipck.cbl".

           COPY "plmask.cbl".

           COPY "plmasklg.cbl".
