       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDMAS01.
      *------------------------------------------
      * Mass vendor change.  Picks vendors by
      * state, 1099 flag, payment method,
      * current terms and diversity class (any
      * left blank matches everyone) and stages
      * ONE change for all of them - new terms,
      * a new default GL template, hold or
      * release (VENDOR-STATUS H or A), or a
      * new 1099 form and box.
      *
      * Nothing is changed here.  The batch
      * goes on the mass-change file and a
      * second supervisor releases or rejects
      * it in VNDREL01, the same two-person
      * rule that guards a banking change, and
      * every vendor it touches is audited
      * there.  The staging listing is spooled
      * for the releaser to check against.
      *
      * Vendors already carrying the new value
      * are left out, as are vendors still
      * onboarding for a hold change (only
      * VNDONB01 activates a vendor) and
      * vendors not flagged 1099 for a 1099
      * form and box change.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvnd02.cbl".

           COPY "slvmass.cbl".

           COPY "slgltmpl.cbl".

           COPY "sloper01.cbl".

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvnd04.cbl".

           COPY "fdvmass.cbl".

           COPY "fdgltmpl.cbl".

           COPY "fdoper01.cbl".

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

       77  MENU-PICK                   PIC 9.
           88  MENU-PICK-IS-VALID      VALUES 0 THRU 2.

       77  OPERATOR-RECORD-FOUND       PIC X(01).
       77  TEMPLATE-RECORD-FOUND       PIC X(01).
       77  VENDOR-AT-END               PIC X(01).
       77  MASS-AT-END                 PIC X(01).
       77  VENDOR-SELECTED             PIC X(01).
       77  OK-TO-STAGE                 PIC X(01).

       77  RUN-DATE                    PIC 9(08).

       77  NEXT-BATCH-ID               PIC 9(06).
       77  SELECTED-COUNT              PIC 9(05).
       77  STAGED-COUNT                PIC 9(05).
       77  BATCH-COUNT                 PIC 9(03).
       77  SAVED-VENDOR-RECORD         PIC X(539).
       77  OLD-VALUE-TEXT              PIC X(20).
       77  NEW-VALUE-TEXT              PIC X(20).
       77  CURRENT-TERMS-TEXT          PIC X(06).

      *------------------------------------------
      * The batch being built - the header is
      * written last, once the count is known.
      *------------------------------------------
       01  SAVED-MASS-HEADER           PIC X(99).

           COPY "wscase01.cbl".

           COPY "wssignon.cbl".

           COPY "wsvmass.cbl".

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
           OPEN INPUT OPERATOR-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN I-O VENDOR-MASS-FILE.
           OPEN INPUT GL-TEMPLATE-FILE.
           PERFORM SIGN-ON-OPERATOR.

       CLOSING-PROCEDURE.
           CLOSE OPERATOR-FILE.
           CLOSE VENDOR-FILE.
           CLOSE VENDOR-MASS-FILE.
           CLOSE GL-TEMPLATE-FILE.

      *------------------------------------------
      * Sign-on - the stager's ID is what
      * VNDREL01 holds the releaser apart from.
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
           PERFORM RUN-THE-PICK
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
           DISPLAY "    MASS VENDOR CHANGE - PLEASE SELECT:".
           DISPLAY " ".
           DISPLAY "          1.  STAGE A MASS CHANGE".
           DISPLAY "          2.  LIST STAGED CHANGES".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-2)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       RUN-THE-PICK.
           IF MENU-PICK = 1
               PERFORM STAGE-A-MASS-CHANGE
           ELSE
           IF MENU-PICK = 2
               PERFORM LIST-STAGED-BATCHES.
           PERFORM GET-MENU-PICK.

      *------------------------------------------
      * Stage.  The first pass only counts, so
      * the operator sees how many vendors the
      * selection catches before anything is
      * written; the second writes the batch.
      *------------------------------------------
       STAGE-A-MASS-CHANGE.
           MOVE SPACE TO VENDOR-MASS-RECORD.
           PERFORM ENTER-SELECTION.
           PERFORM ENTER-THE-CHANGE.
           MOVE ZEROES TO SELECTED-COUNT.
           PERFORM REPOSITION-VENDOR-FILE.
           PERFORM COUNT-ONE-VENDOR
               UNTIL VENDOR-AT-END = "Y".
           IF SELECTED-COUNT = ZEROES
               DISPLAY "NO VENDOR MATCHES THAT SELECTION AND "
                       "NEEDS THE CHANGE"
           ELSE
               DISPLAY SELECTED-COUNT " VENDOR(S) WOULD BE CHANGED"
               PERFORM GET-OK-TO-STAGE
               IF OK-TO-STAGE = "Y"
                   PERFORM WRITE-THE-BATCH.

       COUNT-ONE-VENDOR.
           PERFORM READ-NEXT-VENDOR-RECORD.
           IF VENDOR-AT-END = "N"
               PERFORM CHECK-VENDOR-SELECTED
               IF VENDOR-SELECTED = "Y"
                   ADD 1 TO SELECTED-COUNT.

       WRITE-THE-BATCH.
           PERFORM FIND-NEXT-BATCH-ID.
           MOVE NEXT-BATCH-ID TO VMC-BATCH.
           MOVE ZEROES        TO VMC-VENDOR.
           MOVE "P"           TO VMC-STATUS.
           MOVE OPERATOR-ID   TO VMC-ENTERED-BY.
           MOVE RUN-DATE      TO VMC-ENTERED-DATE.
           MOVE SPACE         TO VMC-OLD-VALUE.
           MOVE ZEROES        TO VMC-VENDOR-COUNT.
           MOVE SPACE         TO VMC-RESOLVED-BY.
           MOVE ZEROES        TO VMC-RESOLVED-DATE.
           MOVE VENDOR-MASS-RECORD TO SAVED-MASS-HEADER.
           MOVE "VNDMAS01" TO REPORT-ID.
           MOVE "MASS VENDOR CHANGE STAGED" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.
           PERFORM PRINT-BATCH-HEADING.
           MOVE ZEROES TO STAGED-COUNT.
           PERFORM REPOSITION-VENDOR-FILE.
           PERFORM STAGE-ONE-VENDOR
               UNTIL VENDOR-AT-END = "Y".
           MOVE SAVED-MASS-HEADER TO VENDOR-MASS-RECORD.
           MOVE STAGED-COUNT TO VMC-VENDOR-COUNT.
           WRITE VENDOR-MASS-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING MASS CHANGE HEADER".
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING STAGED-COUNT " VENDOR(S) STAGED - RELEASE "
                  "THROUGH VNDREL01 BY A DIFFERENT SUPERVISOR"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM CLOSE-THE-REPORT.
           DISPLAY "*** MASS CHANGE " VMC-BATCH
                   " HELD FOR SECOND APPROVAL - RELEASE IT "
                   "THROUGH VNDREL01 ***".

       STAGE-ONE-VENDOR.
           PERFORM READ-NEXT-VENDOR-RECORD.
           IF VENDOR-AT-END = "N"
               PERFORM CHECK-VENDOR-SELECTED
               IF VENDOR-SELECTED = "Y"
                   PERFORM WRITE-ONE-VENDOR-LINE.

       WRITE-ONE-VENDOR-LINE.
           MOVE SAVED-MASS-HEADER TO VENDOR-MASS-RECORD.
           MOVE VENDOR-NUMBER     TO VMC-VENDOR.
           MOVE OLD-VALUE-TEXT    TO VMC-OLD-VALUE.
           MOVE SPACE             TO VMC-CRITERIA.
           MOVE ZEROES            TO VMC-VENDOR-COUNT.
           WRITE VENDOR-MASS-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING MASS CHANGE FOR VENDOR "
                       VENDOR-NUMBER.
           ADD 1 TO STAGED-COUNT.
           MOVE SPACE TO PRINT-LINE.
           STRING VENDOR-NUMBER "  " VENDOR-NAME "  "
                  OLD-VALUE-TEXT " -> " NEW-VALUE-TEXT
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * Does this vendor match, and does it
      * still need the change?  The change is
      * tried on a copy of the record so the
      * old and new values come out exactly
      * as VNDREL01 will see them.
      *------------------------------------------
       CHECK-VENDOR-SELECTED.
           MOVE "Y" TO VENDOR-SELECTED.
           MOVE SPACE TO CURRENT-TERMS-TEXT.
           STRING VENDOR-TERMS-DISC-PCT VENDOR-TERMS-DISC-DAYS
                  VENDOR-TERMS-NET-DAYS
                  DELIMITED BY SIZE INTO CURRENT-TERMS-TEXT.
           IF VMC-SEL-STATE NOT = SPACE AND
              VMC-SEL-STATE NOT = VENDOR-STATE
               MOVE "N" TO VENDOR-SELECTED.
           IF VMC-SEL-1099-FLAG NOT = SPACE AND
              VMC-SEL-1099-FLAG NOT = VENDOR-1099-FLAG
               MOVE "N" TO VENDOR-SELECTED.
           IF VMC-SEL-METHOD NOT = SPACE AND
              VMC-SEL-METHOD NOT = VENDOR-PAYMENT-METHOD
               MOVE "N" TO VENDOR-SELECTED.
           IF VMC-SEL-TERMS NOT = SPACE AND
              VMC-SEL-TERMS NOT = CURRENT-TERMS-TEXT
               MOVE "N" TO VENDOR-SELECTED.
           IF VMC-SEL-DIVERSITY NOT = SPACE AND
              VMC-SEL-DIVERSITY NOT = VENDOR-DIVERSITY-CLASS
               MOVE "N" TO VENDOR-SELECTED.
           IF VMC-CHANGE-TYPE = "H" AND
              VENDOR-STATUS NOT = "A" AND
              VENDOR-STATUS NOT = "H"
               MOVE "N" TO VENDOR-SELECTED.
           IF VMC-CHANGE-TYPE = "F" AND
              VENDOR-1099-FLAG NOT = "Y"
               MOVE "N" TO VENDOR-SELECTED.
           IF VENDOR-SELECTED = "Y"
               MOVE VENDOR-RECORD TO SAVED-VENDOR-RECORD
               PERFORM CAPTURE-MASS-FIELD
               MOVE MASS-CURRENT-VALUE TO OLD-VALUE-TEXT
               PERFORM APPLY-MASS-CHANGE
               PERFORM CAPTURE-MASS-FIELD
               MOVE MASS-CURRENT-VALUE TO NEW-VALUE-TEXT
               MOVE SAVED-VENDOR-RECORD TO VENDOR-RECORD
               IF OLD-VALUE-TEXT = NEW-VALUE-TEXT
                   MOVE "N" TO VENDOR-SELECTED.

      *------------------------------------------
      * Selection.  Blank is any.
      *------------------------------------------
       ENTER-SELECTION.
           DISPLAY " ".
           DISPLAY "SELECT THE VENDORS - LEAVE A CRITERION BLANK "
                   "FOR ANY".
           PERFORM ENTER-SEL-STATE.
           PERFORM ENTER-SEL-1099-FLAG.
           PERFORM ENTER-SEL-METHOD.
           PERFORM ENTER-SEL-TERMS.
           PERFORM ENTER-SEL-DIVERSITY.
           IF VMC-CRITERIA = SPACE
               DISPLAY "*** NO CRITERIA - EVERY VENDOR ON FILE "
                       "IS SELECTED ***".

       ENTER-SEL-STATE.
           DISPLAY "    STATE".
           ACCEPT VMC-SEL-STATE.
           INSPECT VMC-SEL-STATE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       ENTER-SEL-1099-FLAG.
           PERFORM ACCEPT-SEL-1099-FLAG.
           PERFORM RE-ACCEPT-SEL-1099-FLAG
               UNTIL VMC-SEL-1099-FLAG = "Y" OR "N" OR SPACE.

       ACCEPT-SEL-1099-FLAG.
           DISPLAY "    1099 ELIGIBLE (Y/N)".
           ACCEPT VMC-SEL-1099-FLAG.
           INSPECT VMC-SEL-1099-FLAG
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-SEL-1099-FLAG.
           DISPLAY "YOU MUST ENTER Y, N OR BLANK".
           PERFORM ACCEPT-SEL-1099-FLAG.

       ENTER-SEL-METHOD.
           PERFORM ACCEPT-SEL-METHOD.
           PERFORM RE-ACCEPT-SEL-METHOD
               UNTIL VMC-SEL-METHOD = "C" OR "A" OR "W" OR "V"
                     OR SPACE.

       ACCEPT-SEL-METHOD.
           DISPLAY "    PAYMENT METHOD (C=CHECK, A=ACH, W=WIRE, "
                   "V=CARD)".
           ACCEPT VMC-SEL-METHOD.
           INSPECT VMC-SEL-METHOD
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-SEL-METHOD.
           DISPLAY "MUST BE C, A, W, V OR BLANK".
           PERFORM ACCEPT-SEL-METHOD.

       ENTER-SEL-TERMS.
           PERFORM ACCEPT-SEL-TERMS.
           PERFORM RE-ACCEPT-SEL-TERMS
               UNTIL VMC-SEL-TERMS = SPACE OR
                     VMC-SEL-TERMS IS NUMERIC.

       ACCEPT-SEL-TERMS.
           DISPLAY "    CURRENT TERMS AS PCT/DISC DAYS/NET DAYS "
                   "(021030 = 2% 10 NET 30)".
           ACCEPT VMC-SEL-TERMS.

       RE-ACCEPT-SEL-TERMS.
           DISPLAY "TERMS MUST BE SIX DIGITS OR BLANK".
           PERFORM ACCEPT-SEL-TERMS.

       ENTER-SEL-DIVERSITY.
           DISPLAY "    DIVERSITY CLASS (MB, WB, VE, SB)".
           ACCEPT VMC-SEL-DIVERSITY.
           INSPECT VMC-SEL-DIVERSITY
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF VMC-SEL-DIVERSITY NOT = SPACE AND
              VMC-SEL-DIVERSITY NOT = "MB" AND
              VMC-SEL-DIVERSITY NOT = "WB" AND
              VMC-SEL-DIVERSITY NOT = "VE" AND
              VMC-SEL-DIVERSITY NOT = "SB"
               DISPLAY "MUST BE MB, WB, VE, SB OR BLANK"
               PERFORM ENTER-SEL-DIVERSITY.

      *------------------------------------------
      * The one change - edited the way
      * VNDMNT01 edits the same field.
      *------------------------------------------
       ENTER-THE-CHANGE.
           MOVE ZEROES TO VMC-NEW-TERMS
                          VMC-NEW-GL-TEMPLATE
                          VMC-NEW-1099-BOX.
           PERFORM ACCEPT-CHANGE-TYPE.
           PERFORM RE-ACCEPT-CHANGE-TYPE
               UNTIL VMC-CHANGE-TYPE = "T" OR "G" OR "H" OR "F".
           IF VMC-CHANGE-TYPE = "T"
               PERFORM ENTER-NEW-TERMS
           ELSE
           IF VMC-CHANGE-TYPE = "G"
               PERFORM ENTER-NEW-GL-TEMPLATE
           ELSE
           IF VMC-CHANGE-TYPE = "H"
               PERFORM ENTER-NEW-STATUS
           ELSE
               PERFORM ENTER-NEW-1099-CLASS.

       ACCEPT-CHANGE-TYPE.
           DISPLAY "CHANGE TO MAKE - T=TERMS, G=GL TEMPLATE, "
                   "H=HOLD STATUS, F=1099 FORM/BOX".
           ACCEPT VMC-CHANGE-TYPE.
           INSPECT VMC-CHANGE-TYPE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-CHANGE-TYPE.
           DISPLAY "MUST BE T, G, H OR F".
           PERFORM ACCEPT-CHANGE-TYPE.

       ENTER-NEW-TERMS.
           PERFORM ACCEPT-NEW-TERMS.
           PERFORM RE-ACCEPT-NEW-TERMS
               UNTIL VMC-NEW-TERMS-TYPE = "E" OR
                     (VMC-NEW-NET-DAYS NOT = ZEROES AND
                      VMC-NEW-DISC-DAYS <= VMC-NEW-NET-DAYS).

       ACCEPT-NEW-TERMS.
           PERFORM ACCEPT-NEW-TERMS-TYPE.
           DISPLAY "    NEW DISCOUNT PERCENT (00 IF NONE)".
           ACCEPT VMC-NEW-DISC-PCT.
           IF VMC-NEW-TERMS-TYPE = "P"
               DISPLAY "    NEW DISCOUNT DAY OF FOLLOWING "
                       "MONTH (00 IF NONE)"
           ELSE
               DISPLAY "    NEW DISCOUNT DAYS (00 IF NONE)".
           ACCEPT VMC-NEW-DISC-DAYS.
           IF VMC-NEW-TERMS-TYPE = "P"
               DISPLAY "    NEW NET DAY OF FOLLOWING MONTH"
           ELSE
           IF VMC-NEW-TERMS-TYPE = "E"
               DISPLAY "    NET IS END OF FOLLOWING MONTH - "
                       "ENTER 00"
           ELSE
               DISPLAY "    NEW NET DAYS".
           ACCEPT VMC-NEW-NET-DAYS.
           PERFORM ACCEPT-NEW-TERMS-BASE.

       ACCEPT-NEW-TERMS-TYPE.
           DISPLAY "    NEW TERMS TYPE - D=DAYS, P=PROX, E=END OF "
                   "MONTH".
           ACCEPT VMC-NEW-TERMS-TYPE.
           INSPECT VMC-NEW-TERMS-TYPE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF VMC-NEW-TERMS-TYPE = SPACE
               MOVE "D" TO VMC-NEW-TERMS-TYPE.
           IF VMC-NEW-TERMS-TYPE NOT = "D" AND
              VMC-NEW-TERMS-TYPE NOT = "P" AND
              VMC-NEW-TERMS-TYPE NOT = "E"
               DISPLAY "TYPE MUST BE D, P OR E"
               PERFORM ACCEPT-NEW-TERMS-TYPE.

       ACCEPT-NEW-TERMS-BASE.
           DISPLAY "    TERMS COUNT FROM - I=INVOICE DATE, "
                   "R=DATE RECEIVED".
           ACCEPT VMC-NEW-TERMS-BASE.
           INSPECT VMC-NEW-TERMS-BASE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF VMC-NEW-TERMS-BASE = SPACE
               MOVE "I" TO VMC-NEW-TERMS-BASE.
           IF VMC-NEW-TERMS-BASE NOT = "I" AND
              VMC-NEW-TERMS-BASE NOT = "R"
               DISPLAY "MUST BE I OR R"
               PERFORM ACCEPT-NEW-TERMS-BASE.

       RE-ACCEPT-NEW-TERMS.
           IF VMC-NEW-NET-DAYS = ZEROES
               DISPLAY "NET DAYS MUST BE ENTERED"
           ELSE
               DISPLAY "DISCOUNT DAYS CANNOT EXCEED NET DAYS"
           END-IF.
           PERFORM ACCEPT-NEW-TERMS.

       ENTER-NEW-GL-TEMPLATE.
           DISPLAY "    NEW DEFAULT GL TEMPLATE CODE (0 FOR NONE)".
           ACCEPT VMC-NEW-GL-TEMPLATE.
           IF VMC-NEW-GL-TEMPLATE NOT = ZEROES
               MOVE VMC-NEW-GL-TEMPLATE TO TPL-CODE
               MOVE "Y" TO TEMPLATE-RECORD-FOUND
               READ GL-TEMPLATE-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO TEMPLATE-RECORD-FOUND
               END-READ
               IF TEMPLATE-RECORD-FOUND = "N"
                   DISPLAY "TEMPLATE NOT ON FILE"
                   PERFORM ENTER-NEW-GL-TEMPLATE.

       ENTER-NEW-STATUS.
           DISPLAY "    H = PUT ON HOLD, A = RELEASE FROM HOLD".
           ACCEPT VMC-NEW-STATUS.
           INSPECT VMC-NEW-STATUS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF VMC-NEW-STATUS NOT = "H" AND
              VMC-NEW-STATUS NOT = "A"
               DISPLAY "MUST BE H OR A"
               PERFORM ENTER-NEW-STATUS.

       ENTER-NEW-1099-CLASS.
           DISPLAY "    NEW 1099 FORM - NEC OR MIS (BLANK FOR NEC)".
           ACCEPT VMC-NEW-1099-FORM.
           INSPECT VMC-NEW-1099-FORM
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF VMC-NEW-1099-FORM = SPACE
               MOVE "NEC" TO VMC-NEW-1099-FORM.
           IF VMC-NEW-1099-FORM NOT = "NEC" AND
              VMC-NEW-1099-FORM NOT = "MIS"
               DISPLAY "FORM MUST BE NEC OR MIS"
               PERFORM ENTER-NEW-1099-CLASS
           ELSE
               DISPLAY "    NEW 1099 BOX NUMBER (0 FOR BOX 1)"
               ACCEPT VMC-NEW-1099-BOX
               IF VMC-NEW-1099-BOX = ZEROES
                   MOVE 1 TO VMC-NEW-1099-BOX.

       GET-OK-TO-STAGE.
           PERFORM ACCEPT-OK-TO-STAGE.
           PERFORM RE-ACCEPT-OK-TO-STAGE
               UNTIL OK-TO-STAGE = "Y" OR "N".

       ACCEPT-OK-TO-STAGE.
           DISPLAY "STAGE THIS CHANGE FOR RELEASE (Y/N)?".
           ACCEPT OK-TO-STAGE.
           INSPECT OK-TO-STAGE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-OK-TO-STAGE.
           DISPLAY "YOU MUST ENTER YES OR NO".
           PERFORM ACCEPT-OK-TO-STAGE.

      *------------------------------------------
      * Listing heading - the selection and the
      * change, so the releaser can see what was
      * asked for as well as what it caught.
      *------------------------------------------
       PRINT-BATCH-HEADING.
           MOVE SPACE TO PRINT-LINE.
           STRING "MASS CHANGE " VMC-BATCH "  STAGED BY "
                  VMC-ENTERED-BY " ON " VMC-ENTERED-DATE
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "SELECTION - STATE " VMC-SEL-STATE
                  "  1099 " VMC-SEL-1099-FLAG
                  "  METHOD " VMC-SEL-METHOD
                  "  TERMS " VMC-SEL-TERMS
                  "  DIVERSITY " VMC-SEL-DIVERSITY
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM CAPTURE-MASS-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "CHANGE    - " MASS-FIELD-NAME
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "VENDOR  NAME                            "
                  "BEFORE                  AFTER"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * List the batches and where each stands.
      *------------------------------------------
       LIST-STAGED-BATCHES.
           MOVE ZEROES TO BATCH-COUNT.
           PERFORM REPOSITION-MASS-FILE.
           PERFORM LIST-ONE-BATCH
               UNTIL MASS-AT-END = "Y".
           IF BATCH-COUNT = ZEROES
               DISPLAY "NO MASS CHANGES ON FILE".

       LIST-ONE-BATCH.
           PERFORM READ-NEXT-MASS-RECORD.
           IF MASS-AT-END = "N" AND VMC-VENDOR = ZEROES
               ADD 1 TO BATCH-COUNT
               PERFORM CAPTURE-MASS-FIELD
               DISPLAY "BATCH " VMC-BATCH "  " MASS-FIELD-NAME
                       "  " VMC-VENDOR-COUNT " VENDOR(S)"
                       "  STAGED " VMC-ENTERED-DATE
                       " BY " VMC-ENTERED-BY
                       "  STATUS " VMC-STATUS.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       REPOSITION-VENDOR-FILE.
           MOVE ZEROES TO VENDOR-NUMBER.
           MOVE "N" TO VENDOR-AT-END.
           START VENDOR-FILE
               KEY IS NOT LESS THAN VENDOR-NUMBER
               INVALID KEY MOVE "Y" TO VENDOR-AT-END.

       READ-NEXT-VENDOR-RECORD.
           IF VENDOR-AT-END = "N"
               READ VENDOR-FILE NEXT RECORD
                   AT END MOVE "Y" TO VENDOR-AT-END.

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

      *    The batch being built is in the record area, so it
      *    is set aside while the file is scanned.
       FIND-NEXT-BATCH-ID.
           MOVE VENDOR-MASS-RECORD TO SAVED-MASS-HEADER.
           MOVE 1 TO NEXT-BATCH-ID.
           PERFORM REPOSITION-MASS-FILE.
           PERFORM SCAN-ONE-BATCH-ID
               UNTIL MASS-AT-END = "Y".
           MOVE SAVED-MASS-HEADER TO VENDOR-MASS-RECORD.

       SCAN-ONE-BATCH-ID.
           PERFORM READ-NEXT-MASS-RECORD.
           IF MASS-AT-END = "N"
               COMPUTE NEXT-BATCH-ID = VMC-BATCH + 1.

           COPY "plvmass.cbl".

           COPY "plprint.cbl".
