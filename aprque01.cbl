      * decision is written to the audit log,
      * so who said yes finally lives somewhere
      * besides e-mail.
      *
      * An approver going away names a delegate
      * for a date range (APPROVER-DELEGATE-
      * FILE); inside the range the delegate's
      * queue carries the approver's vouchers
      * too, and a decision the delegate makes
      * is logged as made on the approver's
      * behalf.  A voucher pending longer than
      * the company's CONTROL-APPROVAL-DAYS,
      * counted from the day the invoice was
      * received, is escalated - it heads every
      * supervisor's queue flagged OVERDUE, and
      * APROVD01 lists it each morning.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slaudlog.cbl".

           COPY "slaprdlg.cbl".

           COPY "slcontrl.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdaudlog.cbl".

           COPY "fdaprdlg.cbl".

           COPY "fdcontrl.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
           88  MENU-PICK-IS-VALID      VALUES 0 THRU 3.

       77  OPERATOR-RECORD-FOUND       PIC X(01).
       77  VENDOR-RECORD-FOUND         PIC X(01).
       77  VOUCHER-AT-END              PIC X(01).
       77  I-AM-SUPERVISOR             PIC X(01).
       77  MY-OPERATOR-ID              PIC X(08).

       77  DELEGATE-AT-END             PIC X(01).
       77  DELEGATE-RECORD-FOUND       PIC X(01).
       77  CONTROL-RECORD-FOUND        PIC X(01).
       77  FOR-APPROVER-ID             PIC X(08).
       77  ENTERED-DELEGATE-ID         PIC X(08).
       77  OK-TO-SAVE                  PIC X(01).

      * Which walk of the file this is: "E" is
      * a supervisor's first pass for escalated
      * vouchers only, "R" the pass after it for
      * the rest, "A" an approver's single pass.
       77  WALK-MODE                   PIC X(01).
      * Why the voucher is in my queue: "O" my
      * own, "D" delegated to me, "S" supervisor.
       77  QUEUE-ROUTE                 PIC X(01).
       77  VOUCHER-IS-OVERDUE          PIC X(01).
       77  PENDING-FROM-DATE           PIC 9(08).
       77  DAYS-PENDING                PIC S9(05).
       77  DAYS-PENDING-FIELD          PIC ZZZZ9.
       77  OVERDUE-COUNT               PIC 9(05) VALUE ZERO.
       77  ESCALATION-COMPANY          PIC 9(01).

      * Approvers who have named me their
      * delegate for today.
       01  DELEGATED-TO-ME-TABLE.
           05 DTM-COUNT                PIC 9(03) VALUE ZERO.
           05 DTM-ENTRY OCCURS 50 TIMES.
              10 DTM-APPROVER-ID       PIC X(08).
       77  DTM-INDEX                   PIC 9(03).
       77  DTM-SLOT-FOUND              PIC X(01).

      * CONTROL-APPROVAL-DAYS for companies 1-9.
       01  ESCALATION-DAYS-TABLE.
           05 ESC-DAYS OCCURS 9 TIMES  PIC 9(03).
       77  ESC-INDEX                   PIC 9(02).

       77  RUN-DATE                    PIC 9(08).
       77  RUN-TIME                    PIC 9(06).


           COPY "wsvjrnl.cbl".

           COPY "wsdate01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT OPERATOR-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN I-O APPROVER-DELEGATE-FILE.
           OPEN INPUT CONTROL-FILE.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OPERATOR-ID TO MY-OPERATOR-ID.
           MOVE "N" TO I-AM-SUPERVISOR.
           IF OPERATOR-IS-SUPERVISOR
               MOVE "Y" TO I-AM-SUPERVISOR.
           PERFORM LOAD-ESCALATION-DAYS.

       CLOSING-PROCEDURE.
           DISPLAY " ".
           DISPLAY "VOUCHERS IN YOUR QUEUE: " QUEUE-COUNT.
           DISPLAY "APPROVED THIS SESSION:  " APPROVED-COUNT.
           DISPLAY "REJECTED THIS SESSION:  " REJECTED-COUNT.
           IF OVERDUE-COUNT NOT = ZEROES
               DISPLAY "OVERDUE IN YOUR QUEUE:  " OVERDUE-COUNT.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-JOURNAL-FILE.
           CLOSE VENDOR-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE AUDIT-LOG-FILE.
           CLOSE APPROVER-DELEGATE-FILE.
           CLOSE CONTROL-FILE.

      *------------------------------------------
      * Sign-on - same pattern as VCHMNT01.
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
           DISPLAY "          1.  WORK MY APPROVAL QUEUE".
           DISPLAY "          2.  NAME A DELEGATE WHILE AWAY".
           DISPLAY "          3.  CANCEL A DELEGATE".
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
               PERFORM QUEUE-MODE
           ELSE
           IF MENU-PICK = 2
               PERFORM DELEGATE-MODE
           ELSE
           IF MENU-PICK = 3
               PERFORM CANCEL-DELEGATE-MODE.
           PERFORM GET-MENU-PICK.

      *------------------------------------------
      * QUEUE
      * A supervisor walks the file twice -
      * escalated vouchers first so they are
      * dealt with before anything else, then
      * the rest.  An approver walks it once,
      * their own vouchers and those of anyone
      * who has delegated to them today.
      *------------------------------------------
       QUEUE-MODE.
           PERFORM LOAD-DELEGATED-TO-ME.
           DISPLAY " ".
           DISPLAY "APPROVAL QUEUE FOR " MY-OPERATOR-ID.
           IF DTM-COUNT NOT = ZEROES
               DISPLAY "INCLUDING VOUCHERS DELEGATED TO YOU BY:"
               PERFORM DISPLAY-ONE-DELEGATOR
                   VARYING DTM-INDEX FROM 1 BY 1
                   UNTIL DTM-INDEX > DTM-COUNT.
           IF I-AM-SUPERVISOR = "Y"
               MOVE "E" TO WALK-MODE
               PERFORM WALK-THE-VOUCHERS
               MOVE "R" TO WALK-MODE
               PERFORM WALK-THE-VOUCHERS
           ELSE
               MOVE "A" TO WALK-MODE
               PERFORM WALK-THE-VOUCHERS.
           IF QUEUE-COUNT = ZEROES
               DISPLAY "NOTHING IS WAITING FOR YOUR APPROVAL.".

       DISPLAY-ONE-DELEGATOR.
           DISPLAY "   " DTM-APPROVER-ID (DTM-INDEX).

       WALK-THE-VOUCHERS.
           MOVE ZEROES TO VOUCHER-NUMBER.
           MOVE "N" TO VOUCHER-AT-END.
           START VOUCHER-FILE KEY IS NOT LESS THAN VOUCHER-NUMBER
               INVALID KEY MOVE "Y" TO VOUCHER-AT-END.
           IF VOUCHER-AT-END = "N"
               PERFORM READ-NEXT-VOUCHER-RECORD.
           PERFORM WORK-THE-QUEUE
               UNTIL VOUCHER-AT-END = "Y".

       WORK-THE-QUEUE.
           IF VOUCHER-APPROVAL-STATUS = "P"
               PERFORM ROUTE-THE-VOUCHER
               IF QUEUE-ROUTE NOT = SPACE
                   PERFORM CHECK-VOUCHER-OVERDUE
                   IF WALK-MODE = "A" OR
                      (WALK-MODE = "E" AND
                       VOUCHER-IS-OVERDUE = "Y") OR
                      (WALK-MODE = "R" AND
                       VOUCHER-IS-OVERDUE = "N")
                       ADD 1 TO QUEUE-COUNT
                       IF VOUCHER-IS-OVERDUE = "Y"
                           ADD 1 TO OVERDUE-COUNT
                       END-IF
                       PERFORM DECIDE-ONE-VOUCHER.
           PERFORM READ-NEXT-VOUCHER-RECORD.

       ROUTE-THE-VOUCHER.
           MOVE SPACE TO QUEUE-ROUTE.
           IF VOUCHER-APPROVER-ID = MY-OPERATOR-ID
               MOVE "O" TO QUEUE-ROUTE
           ELSE
               PERFORM FIND-DELEGATOR-SLOT
               IF DTM-SLOT-FOUND = "Y"
                   MOVE "D" TO QUEUE-ROUTE
               ELSE
               IF I-AM-SUPERVISOR = "Y"
                   MOVE "S" TO QUEUE-ROUTE.

       FIND-DELEGATOR-SLOT.
           MOVE "N" TO DTM-SLOT-FOUND.
           PERFORM CHECK-ONE-DELEGATOR-SLOT
               VARYING DTM-INDEX FROM 1 BY 1
               UNTIL DTM-INDEX > DTM-COUNT OR
                     DTM-SLOT-FOUND = "Y".

       CHECK-ONE-DELEGATOR-SLOT.
           IF DTM-APPROVER-ID (DTM-INDEX) = VOUCHER-APPROVER-ID
               MOVE "Y" TO DTM-SLOT-FOUND.

      * Pending age runs from the day the
      * invoice reached us; a voucher keyed
      * before that was stamped falls back on
      * the invoice date.
       CHECK-VOUCHER-OVERDUE.
           MOVE "N" TO VOUCHER-IS-OVERDUE.
           MOVE ZEROES TO DAYS-PENDING.
           MOVE VOUCHER-RECEIVED-DATE TO PENDING-FROM-DATE.
           IF PENDING-FROM-DATE = ZEROES
               MOVE VOUCHER-DATE TO PENDING-FROM-DATE.
           MOVE VOUCHER-COMPANY TO ESCALATION-COMPANY.
           IF ESCALATION-COMPANY = ZERO
               MOVE 1 TO ESCALATION-COMPANY.
           IF PENDING-FROM-DATE NOT = ZEROES AND
              PENDING-FROM-DATE < RUN-DATE
               COMPUTE DAYS-PENDING =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE) -
                   FUNCTION INTEGER-OF-DATE(PENDING-FROM-DATE)
               IF ESC-DAYS (ESCALATION-COMPANY) NOT = ZEROES AND
                  DAYS-PENDING > ESC-DAYS (ESCALATION-COMPANY)
                   MOVE "Y" TO VOUCHER-IS-OVERDUE.

       DECIDE-ONE-VOUCHER.
           PERFORM DISPLAY-QUEUE-VOUCHER.
           PERFORM GET-THE-DECISION.
           IF THE-DECISION = "R"
               PERFORM REJECT-THE-VOUCHER.

      * One-time and employee payees carry their
      * name on the voucher, not the vendor file.
       DISPLAY-QUEUE-VOUCHER.
           IF VOUCHER-ONE-TIME-FLAG = "Y" OR "E"
               MOVE VOUCHER-OT-PAYEE-NAME TO VENDOR-NAME
           ELSE
               MOVE VOUCHER-VENDOR TO VENDOR-NUMBER
               MOVE "Y" TO VENDOR-RECORD-FOUND
               READ VENDOR-FILE RECORD
                   INVALID KEY
                      MOVE "N" TO VENDOR-RECORD-FOUND
               END-READ
               IF VENDOR-RECORD-FOUND = "N"
                   MOVE "**Not found**" TO VENDOR-NAME.
           MOVE VOUCHER-NUMBER TO VOUCHER-NUMBER-FIELD.
           MOVE VOUCHER-AMOUNT TO VOUCHER-AMOUNT-FIELD.
           DISPLAY " ".
                   "  DATED " VOUCHER-DATE
                   "  " VOUCHER-AMOUNT-FIELD.
           DISPLAY "   ROUTED TO " VOUCHER-APPROVER-ID.
           IF QUEUE-ROUTE = "D"
               DISPLAY "   (YOU ARE THIS APPROVER'S DELEGATE)".
           IF VOUCHER-IS-OVERDUE = "Y"
               MOVE DAYS-PENDING TO DAYS-PENDING-FIELD
               DISPLAY "   *** OVERDUE - ESCALATED *** PENDING "
                       DAYS-PENDING-FIELD " DAYS".

       GET-THE-DECISION.
           DISPLAY "A=APPROVE, R=REJECT, S=SKIP FOR NOW".
       APPROVE-THE-VOUCHER.
           MOVE "A" TO VOUCHER-APPROVAL-STATUS.
           PERFORM REWRITE-VOUCHER-RECORD.
           PERFORM SET-AUDIT-DECIDER.
           MOVE "APPROVED"  TO AUD-AFTER-VALUE.
           PERFORM WRITE-AUDIT-LOG-RECORD.
           ADD 1 TO APPROVED-COUNT.
           ELSE
               MOVE "R" TO VOUCHER-APPROVAL-STATUS
               PERFORM REWRITE-VOUCHER-RECORD
               PERFORM SET-AUDIT-DECIDER
               MOVE SPACE      TO AUD-AFTER-VALUE
               STRING "REJECTED: " REJECT-REASON
                   DELIMITED BY SIZE INTO AUD-AFTER-VALUE
               ADD 1 TO REJECTED-COUNT
               DISPLAY "REJECTED - THE VOUCHER STAYS HELD.".

      *------------------------------------------
      * A decision made by anyone other than
      * the approver the voucher was routed to
      * says so - on whose behalf, and whether
      * it was a delegate or a supervisor.
      *------------------------------------------
       SET-AUDIT-DECIDER.
           MOVE "APPROVAL" TO AUD-FIELD-CHANGED.
           MOVE "P"        TO AUD-BEFORE-VALUE.
           IF QUEUE-ROUTE = "D"
               MOVE "APPROVAL BY DELEGATE" TO AUD-FIELD-CHANGED.
           IF QUEUE-ROUTE NOT = "O"
               MOVE SPACE TO AUD-BEFORE-VALUE
               STRING "P - ON BEHALF OF " VOUCHER-APPROVER-ID
                   DELIMITED BY SIZE INTO AUD-BEFORE-VALUE.

      *------------------------------------------
      * Same audit record every voucher change
      * writes - who decided, when, and what
           MOVE VOUCHER-NUMBER  TO AUD-VOUCHER-NUMBER.
           MOVE "V"             TO AUD-SOURCE.
           MOVE ZEROES          TO AUD-VENDOR-NUMBER.
           MOVE SPACE           TO AUD-TABLE-KEY.
           WRITE AUDIT-LOG-RECORD.

      *------------------------------------------
      * DELEGATE
      * An approver names who covers their
      * queue and for which days.  A supervisor
      * can do it for an approver who left
      * without doing it themselves.
      *------------------------------------------
       DELEGATE-MODE.
           PERFORM GET-FOR-APPROVER-ID.
           MOVE FOR-APPROVER-ID TO DLG-APPROVER-ID.
           PERFORM READ-DELEGATE-RECORD.
           IF DELEGATE-RECORD-FOUND = "Y"
               PERFORM DISPLAY-CURRENT-DELEGATE.
           PERFORM ENTER-DELEGATE-ID.
           IF ENTERED-DELEGATE-ID NOT = SPACE
               PERFORM ENTER-DELEGATE-DATES
               PERFORM CONFIRM-THE-DELEGATE
               IF OK-TO-SAVE = "Y"
                   PERFORM SAVE-THE-DELEGATE.

       GET-FOR-APPROVER-ID.
           MOVE MY-OPERATOR-ID TO FOR-APPROVER-ID.
           IF I-AM-SUPERVISOR = "Y"
               PERFORM ENTER-FOR-APPROVER-ID.

       ENTER-FOR-APPROVER-ID.
           DISPLAY "APPROVER WHOSE QUEUE IS COVERED"
                   " (BLANK FOR YOUR OWN)".
           MOVE SPACE TO OPERATOR-ID.
           ACCEPT OPERATOR-ID.
           INSPECT OPERATOR-ID
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF OPERATOR-ID NOT = SPACE
               MOVE "Y" TO OPERATOR-RECORD-FOUND
               READ OPERATOR-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO OPERATOR-RECORD-FOUND
               END-READ
               IF OPERATOR-RECORD-FOUND = "N"
                   DISPLAY "OPERATOR ID NOT ON FILE"
                   PERFORM ENTER-FOR-APPROVER-ID
               ELSE
                   MOVE OPERATOR-ID TO FOR-APPROVER-ID.

       DISPLAY-CURRENT-DELEGATE.
           DISPLAY "CURRENT DELEGATE FOR " DLG-APPROVER-ID
                   ": " DLG-DELEGATE-ID.
           MOVE DLG-FROM-DATE TO DATE-CCYYMMDD.
           PERFORM FORMAT-THE-DATE.
           DISPLAY "   FROM " FORMATTED-DATE.
           MOVE DLG-THRU-DATE TO DATE-CCYYMMDD.
           PERFORM FORMAT-THE-DATE.
           DISPLAY "   THRU " FORMATTED-DATE.
           DISPLAY "   SET BY " DLG-SET-BY.

       ENTER-DELEGATE-ID.
           DISPLAY "DELEGATE OPERATOR ID (BLANK TO LEAVE AS IS)".
           MOVE SPACE TO ENTERED-DELEGATE-ID.
           ACCEPT ENTERED-DELEGATE-ID.
           INSPECT ENTERED-DELEGATE-ID
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF ENTERED-DELEGATE-ID NOT = SPACE
               PERFORM EDIT-DELEGATE-ID.

       EDIT-DELEGATE-ID.
           IF ENTERED-DELEGATE-ID = FOR-APPROVER-ID
               DISPLAY "THE DELEGATE MUST BE SOMEONE ELSE"
               PERFORM ENTER-DELEGATE-ID
           ELSE
               MOVE ENTERED-DELEGATE-ID TO OPERATOR-ID
               MOVE "Y" TO OPERATOR-RECORD-FOUND
               READ OPERATOR-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO OPERATOR-RECORD-FOUND
               END-READ
               IF OPERATOR-RECORD-FOUND = "N"
                   DISPLAY "OPERATOR ID NOT ON FILE"
                   PERFORM ENTER-DELEGATE-ID.

       ENTER-DELEGATE-DATES.
           MOVE "N" TO ZERO-DATE-IS-OK.
           MOVE "FIRST DAY COVERED (MM/DD/CCYY)?" TO DATE-PROMPT.
           MOVE "MUST BE A VALID DATE" TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO DLG-FROM-DATE.
           PERFORM ENTER-DELEGATE-THRU-DATE.

       ENTER-DELEGATE-THRU-DATE.
           MOVE "LAST DAY COVERED (MM/DD/CCYY)?" TO DATE-PROMPT.
           MOVE "MUST BE A VALID DATE" TO DATE-ERROR-MESSAGE.
           PERFORM GET-A-DATE.
           MOVE DATE-CCYYMMDD TO DLG-THRU-DATE.
           IF DLG-THRU-DATE < DLG-FROM-DATE
               DISPLAY "THE LAST DAY CANNOT BE BEFORE THE FIRST"
               PERFORM ENTER-DELEGATE-THRU-DATE.

       CONFIRM-THE-DELEGATE.
           DISPLAY ENTERED-DELEGATE-ID " WILL WORK "
                   FOR-APPROVER-ID "'S QUEUE.".
           DISPLAY "SAVE THIS DELEGATE (YES/NO)?".
           ACCEPT OK-TO-SAVE.
           INSPECT OK-TO-SAVE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF OK-TO-SAVE NOT = "Y" AND
              OK-TO-SAVE NOT = "N"
               DISPLAY "YOU MUST ENTER YES OR NO"
               PERFORM CONFIRM-THE-DELEGATE.

       SAVE-THE-DELEGATE.
           MOVE FOR-APPROVER-ID     TO DLG-APPROVER-ID.
           MOVE ENTERED-DELEGATE-ID TO DLG-DELEGATE-ID.
           MOVE MY-OPERATOR-ID      TO DLG-SET-BY.
           MOVE RUN-DATE            TO DLG-SET-DATE.
           PERFORM WRITE-DELEGATE-RECORD.
           DISPLAY "DELEGATE SAVED.".

       CANCEL-DELEGATE-MODE.
           PERFORM GET-FOR-APPROVER-ID.
           MOVE FOR-APPROVER-ID TO DLG-APPROVER-ID.
           PERFORM READ-DELEGATE-RECORD.
           IF DELEGATE-RECORD-FOUND = "N"
               DISPLAY "NO DELEGATE IS ON FILE FOR " FOR-APPROVER-ID
           ELSE
               PERFORM DISPLAY-CURRENT-DELEGATE
               PERFORM CONFIRM-THE-CANCEL
               IF OK-TO-SAVE = "Y"
                   PERFORM DELETE-DELEGATE-RECORD
                   DISPLAY "DELEGATE CANCELLED.".

       CONFIRM-THE-CANCEL.
           DISPLAY "CANCEL THIS DELEGATE (YES/NO)?".
           ACCEPT OK-TO-SAVE.
           INSPECT OK-TO-SAVE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF OK-TO-SAVE NOT = "Y" AND
              OK-TO-SAVE NOT = "N"
               DISPLAY "YOU MUST ENTER YES OR NO"
               PERFORM CONFIRM-THE-CANCEL.

      *------------------------------------------
      * Approvers whose delegation to me covers
      * today.  Reloaded each time the queue is
      * worked so a delegate just named counts.
      *------------------------------------------
       LOAD-DELEGATED-TO-ME.
           MOVE ZEROES TO DTM-COUNT.
           MOVE LOW-VALUES TO DLG-APPROVER-ID.
           MOVE "N" TO DELEGATE-AT-END.
           START APPROVER-DELEGATE-FILE
               KEY IS NOT LESS THAN DLG-APPROVER-ID
               INVALID KEY MOVE "Y" TO DELEGATE-AT-END.
           IF DELEGATE-AT-END = "N"
               PERFORM READ-NEXT-DELEGATE-RECORD.
           PERFORM LOAD-ONE-DELEGATOR
               UNTIL DELEGATE-AT-END = "Y".

       LOAD-ONE-DELEGATOR.
           IF DLG-DELEGATE-ID = MY-OPERATOR-ID AND
              DLG-FROM-DATE NOT > RUN-DATE AND
              DLG-THRU-DATE NOT < RUN-DATE AND
              DTM-COUNT < 50
               ADD 1 TO DTM-COUNT
               MOVE DLG-APPROVER-ID TO DTM-APPROVER-ID (DTM-COUNT).
           PERFORM READ-NEXT-DELEGATE-RECORD.

      * Zero for a company with no control
      * record, or whose limit is zero, turns
      * escalation off for it.
       LOAD-ESCALATION-DAYS.
           PERFORM LOAD-ONE-ESCALATION-DAYS
               VARYING ESC-INDEX FROM 1 BY 1
               UNTIL ESC-INDEX > 9.

       LOAD-ONE-ESCALATION-DAYS.
           MOVE ZEROES TO ESC-DAYS (ESC-INDEX).
           MOVE ESC-INDEX TO CONTROL-KEY.
           MOVE "Y" TO CONTROL-RECORD-FOUND.
           READ CONTROL-FILE RECORD
               INVALID KEY
                  MOVE "N" TO CONTROL-RECORD-FOUND.
           IF CONTROL-RECORD-FOUND = "Y"
               MOVE CONTROL-APPROVAL-DAYS TO ESC-DAYS (ESC-INDEX).

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
               AT END MOVE "Y" TO VOUCHER-AT-END.

       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-ITEM.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".
           PERFORM JOURNAL-VOUCHER-REWRITE.

       READ-DELEGATE-RECORD.
           MOVE "Y" TO DELEGATE-RECORD-FOUND.
           READ APPROVER-DELEGATE-FILE RECORD
               INVALID KEY
                  MOVE "N" TO DELEGATE-RECORD-FOUND.

       READ-NEXT-DELEGATE-RECORD.
           READ APPROVER-DELEGATE-FILE NEXT RECORD
               AT END MOVE "Y" TO DELEGATE-AT-END.

       WRITE-DELEGATE-RECORD.
           WRITE APPROVER-DELEGATE-RECORD
               INVALID KEY
                   REWRITE APPROVER-DELEGATE-RECORD
                       INVALID KEY
                       DISPLAY "ERROR WRITING DELEGATE RECORD".

       DELETE-DELEGATE-RECORD.
           DELETE APPROVER-DELEGATE-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING DELEGATE RECORD".

           COPY "plvjrnl.cbl".

           COPY "pldate01.cbl".

           COPY "plvopen.cbl".
