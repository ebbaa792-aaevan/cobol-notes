       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDNREV01.
      *------------------------------------------
      * Sanctions hit review.  Every name
      * SDNSCR01 (or CHKRUN01, paying a name
      * screened for the first time) matched to
      * the OFAC SDN list sits on SDN-HIT-FILE
      * unresolved, and CHKRUN01 will not pay
      * the party.  Compliance works the list
      * here: a supervisor compares the party
      * with the list entry (address, date of
      * birth, country - what the list
      * publishes) and records it as a false
      * positive, which releases payment, or
      * as a confirmed sanctioned party, which
      * keeps it held for good.  Either needs
      * a reason, and every decision goes to
      * the audit log.  A confirmed hit can be
      * released the same way (the party came
      * off the list, or a license was
      * granted).
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slsdnhit.cbl".

           COPY "sloper01.cbl".

           COPY "slaudlog.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdsdnhit.cbl".

           COPY "fdoper01.cbl".

           COPY "fdaudlog.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
           88  MENU-PICK-IS-VALID      VALUES 0 THRU 2.

       77  HIT-RECORD-FOUND            PIC X(01).
       77  HIT-AT-END                  PIC X(01).
       77  OPERATOR-RECORD-FOUND       PIC X(01).
       77  I-AM-SUPERVISOR             PIC X(01).
       77  MY-OPERATOR-ID              PIC X(08).
       77  OK-TO-GO                    PIC X(01).
       77  NEW-STATUS                  PIC X(01).
       77  OLD-STATUS                  PIC X(01).
       77  NEW-NOTE                    PIC X(40).
       77  OPEN-COUNT                  PIC 9(05).

       77  RUN-DATE                    PIC 9(08).
       77  RUN-TIME                    PIC 9(06).

       77  PARTY-NUMBER-FIELD          PIC Z(7).
       77  STATUS-WORDS                PIC X(15).

           COPY "wscase01.cbl".

           COPY "wssignon.cbl".

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
           OPEN I-O SDN-HIT-FILE.
           OPEN INPUT OPERATOR-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OPERATOR-ID TO MY-OPERATOR-ID.
           MOVE "N" TO I-AM-SUPERVISOR.
           IF OPERATOR-IS-SUPERVISOR
               MOVE "Y" TO I-AM-SUPERVISOR.

       CLOSING-PROCEDURE.
           CLOSE SDN-HIT-FILE.
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
           DISPLAY "          1.  LIST HITS HOLDING PAYMENT".
           DISPLAY "          2.  RESOLVE A HIT".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-2)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       DO-THE-PICK.
           IF MENU-PICK = 1
               PERFORM LIST-MODE
           ELSE
           IF MENU-PICK = 2
               PERFORM RESOLVE-MODE.
           PERFORM GET-MENU-PICK.

      *------------------------------------------
      * LIST
      *------------------------------------------
       LIST-MODE.
           MOVE ZEROES TO OPEN-COUNT.
           MOVE LOW-VALUES TO HIT-KEY.
           MOVE "N" TO HIT-AT-END.
           START SDN-HIT-FILE KEY IS NOT LESS THAN HIT-KEY
               INVALID KEY MOVE "Y" TO HIT-AT-END.
           IF HIT-AT-END = "N"
               PERFORM READ-NEXT-HIT-RECORD.
           PERFORM LIST-ONE-HIT
               UNTIL HIT-AT-END = "Y".
           DISPLAY OPEN-COUNT " HIT(S) HOLDING PAYMENT".

       LIST-ONE-HIT.
           IF HIT-STATUS NOT = "F"
               ADD 1 TO OPEN-COUNT
               PERFORM DISPLAY-ONE-HIT-LINE.
           PERFORM READ-NEXT-HIT-RECORD.

       DISPLAY-ONE-HIT-LINE.
           PERFORM SET-STATUS-WORDS.
           MOVE HIT-PARTY-NUMBER TO PARTY-NUMBER-FIELD.
           DISPLAY HIT-PARTY-TYPE " " PARTY-NUMBER-FIELD " "
                   HIT-SCREENED-NAME " " STATUS-WORDS.

       SET-STATUS-WORDS.
           IF HIT-STATUS = "C"
               MOVE "CONFIRMED" TO STATUS-WORDS
           ELSE
           IF HIT-STATUS = "F"
               MOVE "FALSE POSITIVE" TO STATUS-WORDS
           ELSE
               MOVE "UNRESOLVED" TO STATUS-WORDS.

      *------------------------------------------
      * RESOLVE
      *------------------------------------------
       RESOLVE-MODE.
           IF I-AM-SUPERVISOR NOT = "Y"
               DISPLAY "ONLY A SUPERVISOR CAN RESOLVE A "
                       "SANCTIONS HIT"
           ELSE
               PERFORM GET-EXISTING-HIT
               IF HIT-PARTY-TYPE NOT = SPACE
                   PERFORM DISPLAY-THE-HIT
                   PERFORM GET-NEW-STATUS
                   IF NEW-STATUS NOT = SPACE
                       PERFORM GET-NEW-NOTE
                       PERFORM CONFIRM-THE-DECISION
                       IF OK-TO-GO = "Y"
                           PERFORM RECORD-THE-DECISION.

       GET-EXISTING-HIT.
           DISPLAY "PARTY TYPE - V VENDOR, R REMIT-TO, "
                   "O ONE-TIME PAYEE (BLANK TO CANCEL)".
           ACCEPT HIT-PARTY-TYPE.
           INSPECT HIT-PARTY-TYPE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF HIT-PARTY-TYPE NOT = SPACE
               IF HIT-PARTY-TYPE NOT = "V" AND
                  HIT-PARTY-TYPE NOT = "R" AND
                  HIT-PARTY-TYPE NOT = "O"
                   DISPLAY "TYPE MUST BE V, R OR O"
                   PERFORM GET-EXISTING-HIT
               ELSE
                   PERFORM GET-HIT-NUMBER.

       GET-HIT-NUMBER.
           IF HIT-PARTY-TYPE = "O"
               DISPLAY "ENTER VOUCHER NUMBER"
           ELSE
               DISPLAY "ENTER VENDOR NUMBER".
           ACCEPT PARTY-NUMBER-FIELD.
           MOVE PARTY-NUMBER-FIELD TO HIT-PARTY-NUMBER.
           PERFORM READ-HIT-RECORD.
           IF HIT-RECORD-FOUND = "N"
               DISPLAY "NO SANCTIONS HIT FOR THAT PARTY"
               PERFORM GET-EXISTING-HIT.

       DISPLAY-THE-HIT.
           PERFORM SET-STATUS-WORDS.
           DISPLAY " ".
           DISPLAY "NAME SCREENED: " HIT-SCREENED-NAME.
           DISPLAY "VENDOR:        " HIT-VENDOR.
           DISPLAY "SDN ENTRY:     " HIT-ENT-NUM " " HIT-SDN-PROGRAM.
           DISPLAY "SDN NAME:      " HIT-SDN-NAME.
           DISPLAY "FOUND:         " HIT-FOUND-DATE.
           DISPLAY "STATUS:        " STATUS-WORDS.
           IF HIT-REVIEWED-BY NOT = SPACES
               DISPLAY "REVIEWED BY:   " HIT-REVIEWED-BY " ON "
                       HIT-REVIEWED-DATE
               DISPLAY "NOTE:          " HIT-REVIEW-NOTE.

       GET-NEW-STATUS.
           DISPLAY "NEW STATUS - F FALSE POSITIVE (PAY), "
                   "C CONFIRMED (HOLD), U UNRESOLVED".
           DISPLAY "(BLANK TO LEAVE IT AS IT IS)".
           ACCEPT NEW-STATUS.
           INSPECT NEW-STATUS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF NEW-STATUS NOT = SPACE AND
              NEW-STATUS NOT = "F" AND
              NEW-STATUS NOT = "C" AND
              NEW-STATUS NOT = "U"
               DISPLAY "STATUS MUST BE F, C OR U"
               PERFORM GET-NEW-STATUS
           ELSE
           IF NEW-STATUS = HIT-STATUS
               DISPLAY "THE HIT IS ALREADY AT THAT STATUS"
               MOVE SPACE TO NEW-STATUS.

       GET-NEW-NOTE.
           DISPLAY "REASON FOR THE DECISION".
           ACCEPT NEW-NOTE.
           INSPECT NEW-NOTE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF NEW-NOTE = SPACES
               DISPLAY "A REASON MUST BE ENTERED"
               PERFORM GET-NEW-NOTE.

       CONFIRM-THE-DECISION.
           DISPLAY "RECORD THIS DECISION (YES/NO)?".
           ACCEPT OK-TO-GO.
           INSPECT OK-TO-GO
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF OK-TO-GO NOT = "Y" AND OK-TO-GO NOT = "N"
               DISPLAY "YOU MUST ENTER YES OR NO"
               PERFORM CONFIRM-THE-DECISION.

       RECORD-THE-DECISION.
           MOVE HIT-STATUS     TO OLD-STATUS.
           MOVE NEW-STATUS     TO HIT-STATUS.
           MOVE MY-OPERATOR-ID TO HIT-REVIEWED-BY.
           MOVE RUN-DATE       TO HIT-REVIEWED-DATE.
           MOVE NEW-NOTE       TO HIT-REVIEW-NOTE.
           PERFORM REWRITE-HIT-RECORD.
           PERFORM SET-STATUS-WORDS.
           MOVE "SANCTIONS HIT" TO AUD-FIELD-CHANGED.
           MOVE SPACE TO AUD-BEFORE-VALUE.
           STRING OLD-STATUS " " HIT-PARTY-TYPE " ENTRY " HIT-ENT-NUM
                  DELIMITED BY SIZE INTO AUD-BEFORE-VALUE.
           MOVE SPACE TO AUD-AFTER-VALUE.
           STRING HIT-STATUS " " STATUS-WORDS
                  DELIMITED BY SIZE INTO AUD-AFTER-VALUE.
           PERFORM WRITE-AUDIT-LOG-RECORD.
           DISPLAY "DECISION RECORDED - " STATUS-WORDS.

      *------------------------------------------
      * A one-time payee's hit is logged
      * against its voucher, a vendor's
      * against the vendor.
      *------------------------------------------
       WRITE-AUDIT-LOG-RECORD.
           ACCEPT RUN-TIME FROM TIME.
           MOVE MY-OPERATOR-ID  TO AUD-OPERATOR-ID.
           MOVE RUN-DATE        TO AUD-LOG-DATE.
           MOVE RUN-TIME        TO AUD-LOG-TIME.
           MOVE HIT-VENDOR      TO AUD-VENDOR-NUMBER.
           IF HIT-PARTY-TYPE = "O"
               MOVE HIT-PARTY-NUMBER TO AUD-VOUCHER-NUMBER
               MOVE "V"              TO AUD-SOURCE
           ELSE
               MOVE ZEROES           TO AUD-VOUCHER-NUMBER
               MOVE "N"              TO AUD-SOURCE.
           MOVE SPACE TO AUD-TABLE-KEY.
           WRITE AUDIT-LOG-RECORD.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-HIT-RECORD.
           MOVE "Y" TO HIT-RECORD-FOUND.
           READ SDN-HIT-FILE RECORD
               INVALID KEY
                  MOVE "N" TO HIT-RECORD-FOUND.

       READ-NEXT-HIT-RECORD.
           READ SDN-HIT-FILE NEXT RECORD
               AT END MOVE "Y" TO HIT-AT-END.

       REWRITE-HIT-RECORD.
           REWRITE SDN-HIT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING SANCTIONS HIT RECORD".
