       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKSGN01.
      *------------------------------------------
      * Manual-signature log.  A check CHKPRT01
      * printed over its account's facsimile
      * limit comes off the printer with the
      * signature block blank and waits on
      * CHECK-SIGNATURE-FILE.  Each signer signs
      * on here and records their signature as
      * they put it on the check - who, the
      * date and the time.  A check over the
      * two-signer limit takes two different
      * signers.  Only a supervisor may record
      * a signature.  When the last signature
      * is on, the check is released; until
      * then the list here and CHKPRT01's
      * manual-signature list keep showing it.
      * Every signature also goes to the audit
      * log.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slchksgn.cbl".

           COPY "sloper01.cbl".

           COPY "slaudlog.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdchksgn.cbl".

           COPY "fdoper01.cbl".

           COPY "fdaudlog.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
           88  MENU-PICK-IS-VALID      VALUES 0 THRU 2.

       77  SIGNATURE-RECORD-FOUND      PIC X(01).
       77  SIGNATURE-AT-END            PIC X(01).
       77  OPERATOR-RECORD-FOUND       PIC X(01).
       77  I-AM-SUPERVISOR             PIC X(01).
       77  MY-OPERATOR-ID              PIC X(08).
       77  OK-TO-GO                    PIC X(01).
       77  SIGN-INDEX                  PIC 9(01).
       77  NEXT-SLOT                   PIC 9(01).
       77  AWAITING-COUNT              PIC 9(05).

       77  RUN-DATE                    PIC 9(08).
       77  RUN-TIME                    PIC 9(06).

       77  CHECK-NO-FIELD              PIC Z(6).
       77  AMOUNT-FIELD                PIC ZZ,ZZZ,ZZ9.99-.

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
           OPEN I-O CHECK-SIGNATURE-FILE.
           OPEN INPUT OPERATOR-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OPERATOR-ID TO MY-OPERATOR-ID.
           MOVE "N" TO I-AM-SUPERVISOR.
           IF OPERATOR-IS-SUPERVISOR
               MOVE "Y" TO I-AM-SUPERVISOR.

       CLOSING-PROCEDURE.
           CLOSE CHECK-SIGNATURE-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE AUDIT-LOG-FILE.

      *------------------------------------------
      * Sign-on - same pattern as VNDMNT01.
      * The operator signed on is the signer.
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
           DISPLAY "          1.  LIST CHECKS AWAITING SIGNATURE".
           DISPLAY "          2.  RECORD A SIGNATURE ON A CHECK".
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
               PERFORM SIGN-MODE.
           PERFORM GET-MENU-PICK.

      *------------------------------------------
      * LIST
      *------------------------------------------
       LIST-MODE.
           MOVE ZEROES TO AWAITING-COUNT.
           MOVE LOW-VALUES TO CSG-KEY.
           MOVE "N" TO SIGNATURE-AT-END.
           START CHECK-SIGNATURE-FILE KEY IS NOT LESS THAN CSG-KEY
               INVALID KEY MOVE "Y" TO SIGNATURE-AT-END.
           IF SIGNATURE-AT-END = "N"
               PERFORM READ-NEXT-SIGNATURE-RECORD.
           PERFORM LIST-ONE-CHECK
               UNTIL SIGNATURE-AT-END = "Y".
           DISPLAY AWAITING-COUNT " CHECK(S) AWAITING SIGNATURE".

       LIST-ONE-CHECK.
           IF CSG-STATUS = "A"
               ADD 1 TO AWAITING-COUNT
               PERFORM DISPLAY-ONE-CHECK-LINE.
           PERFORM READ-NEXT-SIGNATURE-RECORD.

       DISPLAY-ONE-CHECK-LINE.
           MOVE CSG-CHECK-NO TO CHECK-NO-FIELD.
           MOVE CSG-AMOUNT TO AMOUNT-FIELD.
           PERFORM COUNT-SIGNATURES-ON.
           DISPLAY CSG-BANK-ACCOUNT " " CHECK-NO-FIELD " "
                   CSG-PAYEE-NAME " " AMOUNT-FIELD " "
                   NEXT-SLOT " OF " CSG-REQUIRED " SIGNED".

      *------------------------------------------
      * NEXT-SLOT ends up as the number of
      * signatures already on the check.
      *------------------------------------------
       COUNT-SIGNATURES-ON.
           MOVE ZERO TO NEXT-SLOT.
           PERFORM COUNT-ONE-SIGNATURE
               VARYING SIGN-INDEX FROM 1 BY 1
               UNTIL SIGN-INDEX > 2.

       COUNT-ONE-SIGNATURE.
           IF CSG-SIGNER (SIGN-INDEX) NOT = SPACE
               ADD 1 TO NEXT-SLOT.

      *------------------------------------------
      * SIGN
      *------------------------------------------
       SIGN-MODE.
           IF I-AM-SUPERVISOR NOT = "Y"
               DISPLAY "ONLY A SUPERVISOR CAN SIGN CHECKS"
           ELSE
               PERFORM GET-EXISTING-CHECK
               IF CSG-CHECK-NO NOT = ZEROES
                   PERFORM DISPLAY-THE-CHECK
                   PERFORM CHECK-SIGNER-ALLOWED
                   IF OK-TO-GO = "Y"
                       PERFORM CONFIRM-THE-SIGNATURE
                       IF OK-TO-GO = "Y"
                           PERFORM RECORD-THE-SIGNATURE.

       GET-EXISTING-CHECK.
           DISPLAY "ENTER BANK ACCOUNT CODE THE CHECK IS DRAWN ON".
           ACCEPT CSG-BANK-ACCOUNT.
           DISPLAY "ENTER CHECK NUMBER (0 TO CANCEL)".
           ACCEPT CHECK-NO-FIELD.
           MOVE CHECK-NO-FIELD TO CSG-CHECK-NO.
           IF CSG-CHECK-NO NOT = ZEROES
               PERFORM READ-SIGNATURE-RECORD
               IF SIGNATURE-RECORD-FOUND = "N"
                   DISPLAY "CHECK IS NOT ON THE SIGNATURE LOG"
                   PERFORM GET-EXISTING-CHECK.

       DISPLAY-THE-CHECK.
           MOVE CSG-AMOUNT TO AMOUNT-FIELD.
           DISPLAY " ".
           DISPLAY "PAYEE:      " CSG-PAYEE-NAME.
           DISPLAY "AMOUNT:     " AMOUNT-FIELD.
           DISPLAY "PRINTED:    " CSG-PRINT-DATE.
           DISPLAY "SIGNATURES: " CSG-REQUIRED " REQUIRED".
           PERFORM DISPLAY-ONE-SIGNATURE
               VARYING SIGN-INDEX FROM 1 BY 1
               UNTIL SIGN-INDEX > 2.

       DISPLAY-ONE-SIGNATURE.
           IF CSG-SIGNER (SIGN-INDEX) NOT = SPACE
               DISPLAY "SIGNED BY:  " CSG-SIGNER (SIGN-INDEX)
                       " ON " CSG-SIGNED-DATE (SIGN-INDEX)
                       " AT " CSG-SIGNED-TIME (SIGN-INDEX).

      *------------------------------------------
      * A spoiled or fully signed check takes
      * no more signatures, and nobody signs
      * the same check twice - the second
      * signature must be a second person.
      *------------------------------------------
       CHECK-SIGNER-ALLOWED.
           MOVE "Y" TO OK-TO-GO.
           PERFORM COUNT-SIGNATURES-ON.
           IF CSG-STATUS = "V"
               DISPLAY "CHECK WAS SPOILED AND REPRINTED - "
                       "DO NOT SIGN IT"
               MOVE "N" TO OK-TO-GO
           ELSE
           IF CSG-STATUS = "S"
               DISPLAY "CHECK IS ALREADY FULLY SIGNED"
               MOVE "N" TO OK-TO-GO
           ELSE
           IF CSG-SIGNER (1) = MY-OPERATOR-ID
               DISPLAY "YOU HAVE ALREADY SIGNED THIS CHECK - "
                       "A SECOND SIGNER IS NEEDED"
               MOVE "N" TO OK-TO-GO.

       CONFIRM-THE-SIGNATURE.
           DISPLAY "HAVE YOU SIGNED THIS CHECK (YES/NO)?".
           ACCEPT OK-TO-GO.
           INSPECT OK-TO-GO
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF OK-TO-GO NOT = "Y" AND OK-TO-GO NOT = "N"
               DISPLAY "YOU MUST ENTER YES OR NO"
               PERFORM CONFIRM-THE-SIGNATURE.

       RECORD-THE-SIGNATURE.
           ACCEPT RUN-TIME FROM TIME.
           ADD 1 TO NEXT-SLOT.
           MOVE MY-OPERATOR-ID TO CSG-SIGNER (NEXT-SLOT).
           MOVE RUN-DATE       TO CSG-SIGNED-DATE (NEXT-SLOT).
           MOVE RUN-TIME       TO CSG-SIGNED-TIME (NEXT-SLOT).
           IF NEXT-SLOT NOT < CSG-REQUIRED
               MOVE "S" TO CSG-STATUS.
           PERFORM REWRITE-SIGNATURE-RECORD.
           PERFORM WRITE-AUDIT-LOG-RECORD.
           IF CSG-STATUS = "S"
               DISPLAY "CHECK FULLY SIGNED - IT MAY BE RELEASED"
           ELSE
               DISPLAY "SIGNATURE RECORDED - A SECOND SIGNER "
                       "MUST STILL SIGN".

       WRITE-AUDIT-LOG-RECORD.
           MOVE MY-OPERATOR-ID  TO AUD-OPERATOR-ID.
           MOVE RUN-DATE        TO AUD-LOG-DATE.
           MOVE RUN-TIME        TO AUD-LOG-TIME.
           MOVE CSG-VENDOR      TO AUD-VENDOR-NUMBER.
           MOVE ZEROES          TO AUD-VOUCHER-NUMBER.
           MOVE "N"             TO AUD-SOURCE.
           MOVE "CHECK SIGNATURE" TO AUD-FIELD-CHANGED.
           MOVE SPACE TO AUD-BEFORE-VALUE.
           STRING "ACCT " CSG-BANK-ACCOUNT " CHECK " CSG-CHECK-NO
                  DELIMITED BY SIZE INTO AUD-BEFORE-VALUE.
           MOVE SPACE TO AUD-AFTER-VALUE.
           STRING "SIGNATURE " NEXT-SLOT " OF " CSG-REQUIRED
                  DELIMITED BY SIZE INTO AUD-AFTER-VALUE.
           MOVE SPACE TO AUD-TABLE-KEY.
           WRITE AUDIT-LOG-RECORD.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-SIGNATURE-RECORD.
           MOVE "Y" TO SIGNATURE-RECORD-FOUND.
           READ CHECK-SIGNATURE-FILE RECORD
               INVALID KEY
                  MOVE "N" TO SIGNATURE-RECORD-FOUND.

       READ-NEXT-SIGNATURE-RECORD.
           READ CHECK-SIGNATURE-FILE NEXT RECORD
               AT END MOVE "Y" TO SIGNATURE-AT-END.

       REWRITE-SIGNATURE-RECORD.
           REWRITE CHECK-SIGNATURE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING SIGNATURE LOG RECORD".
