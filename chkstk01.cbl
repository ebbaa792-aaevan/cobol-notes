       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKSTK01.
      *------------------------------------------
      * Blank check-stock inventory.  Stock
      * arrives from the check printer in boxes
      * of serially numbered forms for one bank
      * account; a supervisor receives each box
      * here by its first and last serial, and
      * every form in the range goes on CHECK-
      * STOCK-FILE on hand.  CHKPRT01 accounts
      * for each form that goes through the
      * printer.  A blank form damaged or
      * destroyed without printing is voided
      * here with a reason, so it is not left
      * looking like a missing form.  Any
      * operator can inquire on a serial.
      * STKREC01 reconciles the file.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slchkstk.cbl".

           COPY "slbank.cbl".

           COPY "sloper01.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdchkstk.cbl".

           COPY "fdbank.cbl".

           COPY "fdoper01.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
           88  MENU-PICK-IS-VALID      VALUES 0 THRU 3.

       77  STOCK-RECORD-FOUND          PIC X(01).
       77  STOCK-AT-END                PIC X(01).
       77  BANK-RECORD-FOUND           PIC X(01).
       77  OPERATOR-RECORD-FOUND       PIC X(01).
       77  I-AM-SUPERVISOR             PIC X(01).
       77  MY-OPERATOR-ID              PIC X(08).
       77  OK-TO-GO                    PIC X(01).
       77  RANGE-IS-CLEAR              PIC X(01).

       77  STOCK-ACCOUNT               PIC 9(02).
       77  FROM-SERIAL                 PIC 9(07).
       77  THRU-SERIAL                 PIC 9(07).
       77  THIS-SERIAL                 PIC 9(07).
       77  RANGE-SIZE                  PIC 9(07).
       77  FORM-COUNT                  PIC 9(07).
       77  SKIPPED-COUNT               PIC 9(07).
       77  VOID-REASON                 PIC X(20).

       77  RUN-DATE                    PIC 9(08).

       77  SERIAL-FIELD                PIC Z(6)9.
       77  COUNT-FIELD                 PIC Z(6)9.
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
           OPEN I-O CHECK-STOCK-FILE.
           OPEN INPUT BANK-ACCOUNT-FILE.
           OPEN INPUT OPERATOR-FILE.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OPERATOR-ID TO MY-OPERATOR-ID.
           MOVE "N" TO I-AM-SUPERVISOR.
           IF OPERATOR-IS-SUPERVISOR
               MOVE "Y" TO I-AM-SUPERVISOR.

       CLOSING-PROCEDURE.
           CLOSE CHECK-STOCK-FILE.
           CLOSE BANK-ACCOUNT-FILE.
           CLOSE OPERATOR-FILE.

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
           DISPLAY "          1.  RECEIVE A RANGE OF CHECK STOCK".
           DISPLAY "          2.  VOID DAMAGED BLANK FORMS".
           DISPLAY "          3.  INQUIRE ON A FORM SERIAL".
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
               PERFORM RECEIVE-MODE
           ELSE
           IF MENU-PICK = 2
               PERFORM VOID-MODE
           ELSE
           IF MENU-PICK = 3
               PERFORM INQUIRE-MODE.
           PERFORM GET-MENU-PICK.

      *------------------------------------------
      * Routines shared by all modes
      *------------------------------------------
       GET-STOCK-ACCOUNT.
           DISPLAY "ENTER BANK ACCOUNT CODE OF THE STOCK "
                   "(0 TO CANCEL)".
           ACCEPT STOCK-ACCOUNT.
           IF STOCK-ACCOUNT NOT = ZEROES
               MOVE STOCK-ACCOUNT TO BNK-ACCOUNT-CODE
               PERFORM READ-BANK-RECORD
               IF BANK-RECORD-FOUND = "N"
                   DISPLAY "BANK ACCOUNT NOT ON FILE"
                   PERFORM GET-STOCK-ACCOUNT.

       GET-SERIAL-RANGE.
           DISPLAY "ENTER FIRST FORM SERIAL".
           ACCEPT FROM-SERIAL.
           DISPLAY "ENTER LAST FORM SERIAL".
           ACCEPT THRU-SERIAL.
           IF FROM-SERIAL = ZEROES OR
              THRU-SERIAL < FROM-SERIAL
               DISPLAY "LAST SERIAL CANNOT BE BEFORE THE FIRST"
               PERFORM GET-SERIAL-RANGE.
           COMPUTE RANGE-SIZE = THRU-SERIAL - FROM-SERIAL + 1.

       ASK-OK-TO-GO.
           ACCEPT OK-TO-GO.
           INSPECT OK-TO-GO
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF OK-TO-GO NOT = "Y" AND OK-TO-GO NOT = "N"
               DISPLAY "YOU MUST ENTER YES OR NO"
               PERFORM ASK-OK-TO-GO.

      *------------------------------------------
      * RECEIVE.  A range overlapping any serial
      * already on file for the account is
      * refused whole - the same form cannot be
      * received twice.
      *------------------------------------------
       RECEIVE-MODE.
           IF I-AM-SUPERVISOR NOT = "Y"
               DISPLAY "ONLY A SUPERVISOR CAN RECEIVE CHECK STOCK"
           ELSE
               PERFORM GET-STOCK-ACCOUNT
               IF STOCK-ACCOUNT NOT = ZEROES
                   PERFORM GET-SERIAL-RANGE
                   PERFORM CHECK-RANGE-IS-CLEAR
                   IF RANGE-IS-CLEAR = "N"
                       DISPLAY "SERIALS IN THAT RANGE ARE ALREADY "
                               "ON FILE - NOTHING RECEIVED"
                   ELSE
                       MOVE RANGE-SIZE TO COUNT-FIELD
                       DISPLAY "RECEIVE " COUNT-FIELD " FORMS FOR "
                               BNK-NAME " (YES/NO)?"
                       PERFORM ASK-OK-TO-GO
                       IF OK-TO-GO = "Y"
                           PERFORM RECEIVE-THE-RANGE.

       CHECK-RANGE-IS-CLEAR.
           MOVE "Y" TO RANGE-IS-CLEAR.
           MOVE STOCK-ACCOUNT TO STK-BANK-ACCOUNT.
           MOVE FROM-SERIAL   TO STK-SERIAL.
           MOVE "N" TO STOCK-AT-END.
           START CHECK-STOCK-FILE KEY IS NOT LESS THAN STK-KEY
               INVALID KEY MOVE "Y" TO STOCK-AT-END.
           IF STOCK-AT-END = "N"
               PERFORM READ-NEXT-STOCK-RECORD.
           IF STOCK-AT-END = "N" AND
              STK-BANK-ACCOUNT = STOCK-ACCOUNT AND
              STK-SERIAL NOT > THRU-SERIAL
               MOVE "N" TO RANGE-IS-CLEAR.

       RECEIVE-THE-RANGE.
           MOVE ZEROES TO FORM-COUNT.
           PERFORM RECEIVE-ONE-FORM
               VARYING THIS-SERIAL FROM FROM-SERIAL BY 1
               UNTIL THIS-SERIAL > THRU-SERIAL.
           MOVE FORM-COUNT TO COUNT-FIELD.
           DISPLAY COUNT-FIELD " FORMS RECEIVED ON HAND".

       RECEIVE-ONE-FORM.
           MOVE STOCK-ACCOUNT TO STK-BANK-ACCOUNT.
           MOVE THIS-SERIAL   TO STK-SERIAL.
           MOVE ZEROES        TO STK-CHECK-ACCOUNT
                                 STK-CHECK-NO
                                 STK-USED-DATE.
           MOVE "H"           TO STK-STATUS.
           MOVE RUN-DATE      TO STK-RECEIVED-DATE.
           MOVE SPACE         TO STK-USED-BY.
           MOVE SPACE         TO STK-NOTE.
           STRING "RECEIVED BY " MY-OPERATOR-ID
                  DELIMITED BY SIZE INTO STK-NOTE.
           WRITE CHECK-STOCK-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING CHECK STOCK RECORD"
               NOT INVALID KEY
               ADD 1 TO FORM-COUNT.

      *------------------------------------------
      * VOID.  Only a form still on hand can be
      * voided blank - one that went through the
      * printer is accounted for by CHKPRT01 and
      * CHKVOD01.
      *------------------------------------------
       VOID-MODE.
           IF I-AM-SUPERVISOR NOT = "Y"
               DISPLAY "ONLY A SUPERVISOR CAN VOID CHECK STOCK"
           ELSE
               PERFORM GET-STOCK-ACCOUNT
               IF STOCK-ACCOUNT NOT = ZEROES
                   PERFORM GET-SERIAL-RANGE
                   PERFORM GET-VOID-REASON
                   MOVE RANGE-SIZE TO COUNT-FIELD
                   DISPLAY "VOID " COUNT-FIELD " BLANK FORMS "
                           "(YES/NO)?"
                   PERFORM ASK-OK-TO-GO
                   IF OK-TO-GO = "Y"
                       PERFORM VOID-THE-RANGE.

       GET-VOID-REASON.
           DISPLAY "REASON THE FORMS WERE DESTROYED".
           ACCEPT VOID-REASON.
           INSPECT VOID-REASON
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF VOID-REASON = SPACES
               DISPLAY "A REASON MUST BE ENTERED"
               PERFORM GET-VOID-REASON.

       VOID-THE-RANGE.
           MOVE ZEROES TO FORM-COUNT
                          SKIPPED-COUNT.
           PERFORM VOID-ONE-FORM
               VARYING THIS-SERIAL FROM FROM-SERIAL BY 1
               UNTIL THIS-SERIAL > THRU-SERIAL.
           MOVE FORM-COUNT TO COUNT-FIELD.
           DISPLAY COUNT-FIELD " BLANK FORMS VOIDED".
           IF SKIPPED-COUNT NOT = ZEROES
               MOVE SKIPPED-COUNT TO COUNT-FIELD
               DISPLAY COUNT-FIELD " FORMS NOT ON HAND - SKIPPED".

       VOID-ONE-FORM.
           MOVE STOCK-ACCOUNT TO STK-BANK-ACCOUNT.
           MOVE THIS-SERIAL   TO STK-SERIAL.
           PERFORM READ-STOCK-RECORD.
           IF STOCK-RECORD-FOUND = "N" OR
              STK-STATUS NOT = "H"
               ADD 1 TO SKIPPED-COUNT
           ELSE
               MOVE "V"            TO STK-STATUS
               MOVE RUN-DATE       TO STK-USED-DATE
               MOVE MY-OPERATOR-ID TO STK-USED-BY
               MOVE VOID-REASON    TO STK-NOTE
               PERFORM REWRITE-STOCK-RECORD
               ADD 1 TO FORM-COUNT.

      *------------------------------------------
      * INQUIRE
      *------------------------------------------
       INQUIRE-MODE.
           PERFORM GET-STOCK-ACCOUNT.
           IF STOCK-ACCOUNT NOT = ZEROES
               DISPLAY "ENTER FORM SERIAL"
               ACCEPT THIS-SERIAL
               MOVE STOCK-ACCOUNT TO STK-BANK-ACCOUNT
               MOVE THIS-SERIAL   TO STK-SERIAL
               PERFORM READ-STOCK-RECORD
               IF STOCK-RECORD-FOUND = "N"
                   DISPLAY "FORM SERIAL NOT ON FILE - NEVER RECEIVED"
               ELSE
                   PERFORM DISPLAY-THE-FORM.

       DISPLAY-THE-FORM.
           PERFORM SET-STATUS-WORDS.
           MOVE STK-SERIAL TO SERIAL-FIELD.
           DISPLAY " ".
           DISPLAY "FORM SERIAL:   " SERIAL-FIELD.
           DISPLAY "STATUS:        " STATUS-WORDS.
           DISPLAY "RECEIVED:      " STK-RECEIVED-DATE.
           IF STK-STATUS NOT = "H"
               DISPLAY "USED:          " STK-USED-DATE " BY "
                       STK-USED-BY.
           IF STK-CHECK-NO NOT = ZEROES
               DISPLAY "CHECK:         " STK-CHECK-ACCOUNT " "
                       STK-CHECK-NO.
           IF STK-NOTE NOT = SPACES
               DISPLAY "NOTE:          " STK-NOTE.

       SET-STATUS-WORDS.
           IF STK-STATUS = "H"
               MOVE "ON HAND" TO STATUS-WORDS
           ELSE
           IF STK-STATUS = "U"
               MOVE "USED" TO STATUS-WORDS
           ELSE
           IF STK-STATUS = "T"
               MOVE "ALIGNMENT TEST" TO STATUS-WORDS
           ELSE
           IF STK-STATUS = "S"
               MOVE "SPOILED" TO STATUS-WORDS
           ELSE
               MOVE "VOIDED" TO STATUS-WORDS.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-BANK-RECORD.
           MOVE "Y" TO BANK-RECORD-FOUND.
           READ BANK-ACCOUNT-FILE RECORD
             INVALID KEY
                MOVE "N" TO BANK-RECORD-FOUND.

       READ-STOCK-RECORD.
           MOVE "Y" TO STOCK-RECORD-FOUND.
           READ CHECK-STOCK-FILE RECORD
               INVALID KEY
                  MOVE "N" TO STOCK-RECORD-FOUND.

       READ-NEXT-STOCK-RECORD.
           READ CHECK-STOCK-FILE NEXT RECORD
               AT END MOVE "Y" TO STOCK-AT-END.

       REWRITE-STOCK-RECORD.
           REWRITE CHECK-STOCK-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CHECK STOCK RECORD".
