       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVD01.
      *------------------------------------------
      * Morning overdue-approvals list.  Every
      * voucher still pending department
      * approval (VOUCHER-APPROVAL-STATUS "P")
      * longer than its company's CONTROL-
      * APPROVAL-DAYS, counted from the day the
      * invoice was received (the invoice date
      * on a voucher keyed before that was
      * stamped).  These are the vouchers
      * APRQUE01 has escalated to the head of
      * the supervisors' queues.  Listed by the
      * approver they sit with, oldest first,
      * with the approver's delegate where one
      * is covering today, so the supervisor
      * knows whom to chase.  A company whose
      * limit is zero does not escalate and is
      * left off.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvouch.cbl".

           COPY "slcontrl.cbl".

           COPY "slaprdlg.cbl".

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvouch.cbl".

           COPY "fdcontrl.cbl".

           COPY "fdaprdlg.cbl".

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

           COPY "wssignon.cbl".

       77  VOUCHER-AT-END              PIC X(01).
       77  CONTROL-RECORD-FOUND        PIC X(01).
       77  DELEGATE-RECORD-FOUND       PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  PENDING-FROM-DATE           PIC 9(08).
       77  DAYS-PENDING                PIC S9(05).
       77  ESCALATION-COMPANY          PIC 9(01).
       77  ESCALATING-COMPANIES        PIC 9(01) VALUE ZERO.
       77  PENDING-COUNT               PIC 9(05) VALUE ZERO.
       77  OVERDUE-TOTAL               PIC S9(8)V99 VALUE ZERO.
       77  APPROVER-COUNT              PIC 9(05).
       77  APPROVER-TOTAL              PIC S9(8)V99.
       77  LAST-APPROVER-ID            PIC X(08).
       77  ACTIVE-DELEGATE-ID          PIC X(08).

       77  VOUCHER-NUMBER-FIELD        PIC Z(7).
       77  DAYS-FIELD                  PIC ZZZZ9.
       77  LIMIT-FIELD                 PIC ZZ9.
       77  COUNT-FIELD                 PIC ZZZZ9.
       77  AMOUNT-FIELD                PIC ZZZ,ZZ9.99-.
       77  TOTAL-FIELD                 PIC ZZ,ZZZ,ZZ9.99-.

      * CONTROL-APPROVAL-DAYS for companies 1-9.
       01  ESCALATION-DAYS-TABLE.
           05 ESC-DAYS OCCURS 9 TIMES  PIC 9(03).
       77  ESC-INDEX                   PIC 9(02).

       01  OVERDUE-TABLE.
           05 OVD-COUNT                PIC 9(04) VALUE ZERO.
           05 OVD-ENTRY OCCURS 1000 TIMES.
              10 OVD-APPROVER-ID       PIC X(08).
              10 OVD-DAYS              PIC 9(05).
              10 OVD-VOUCHER           PIC 9(07).
              10 OVD-COMPANY           PIC 9(01).
              10 OVD-VENDOR            PIC 9(05).
              10 OVD-FROM-DATE         PIC 9(08).
              10 OVD-AMOUNT            PIC S9(6)V99.
       01  OVD-SWAP-ENTRY.
           05 FILLER                   PIC X(08).
           05 FILLER                   PIC 9(05).
           05 FILLER                   PIC 9(07).
           05 FILLER                   PIC 9(01).
           05 FILLER                   PIC 9(05).
           05 FILLER                   PIC 9(08).
           05 FILLER                   PIC S9(6)V99.
       77  OVD-INDEX                   PIC 9(04).
       77  OVD-SWAPPED                 PIC X(01).
       77  OVD-TABLE-FULL              PIC X(01) VALUE "N".

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
           MOVE "APROVD01" TO REPORT-ID.
           MOVE "OVERDUE APPROVALS" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT CONTROL-FILE.
           OPEN INPUT APPROVER-DELEGATE-FILE.

       CLOSING-PROCEDURE.
           PERFORM CLOSE-THE-REPORT.
           CLOSE VOUCHER-FILE.
           CLOSE CONTROL-FILE.
           CLOSE APPROVER-DELEGATE-FILE.

       MAIN-PROCESS.
           PERFORM LOAD-ESCALATION-DAYS.
           PERFORM DISPLAY-REPORT-HEADING.
           IF ESCALATING-COMPANIES = ZERO
               MOVE SPACE TO PRINT-LINE
               STRING "NO COMPANY HAS AN APPROVAL LIMIT SET - "
                      "ESCALATION IS OFF"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE
           ELSE
               PERFORM READ-NEXT-VOUCHER-RECORD
               PERFORM CHECK-THE-VOUCHERS
                   UNTIL VOUCHER-AT-END = "Y"
               PERFORM SORT-OVERDUE-TABLE
               PERFORM PRINT-THE-OVERDUE-LIST
               PERFORM PRINT-REPORT-TOTALS.

      *------------------------------------------
      * Zero for a company with no control
      * record, or whose limit is zero, turns
      * escalation off for it.
      *------------------------------------------
       LOAD-ESCALATION-DAYS.
           PERFORM LOAD-ONE-ESCALATION-DAYS
               VARYING ESC-INDEX FROM 1 BY 1
               UNTIL ESC-INDEX > 9.

       LOAD-ONE-ESCALATION-DAYS.
           MOVE ZEROES TO ESC-DAYS (ESC-INDEX).
           MOVE ESC-INDEX TO CONTROL-KEY.
           PERFORM READ-CONTROL-RECORD.
           IF CONTROL-RECORD-FOUND = "Y"
               MOVE CONTROL-APPROVAL-DAYS TO ESC-DAYS (ESC-INDEX).
           IF ESC-DAYS (ESC-INDEX) NOT = ZEROES
               ADD 1 TO ESCALATING-COMPANIES.

      *------------------------------------------
      * Same aging APRQUE01 uses to decide a
      * voucher is escalated.
      *------------------------------------------
       CHECK-THE-VOUCHERS.
           IF VOUCHER-APPROVAL-STATUS = "P"
               ADD 1 TO PENDING-COUNT
               PERFORM CHECK-ONE-VOUCHER.
           PERFORM READ-NEXT-VOUCHER-RECORD.

       CHECK-ONE-VOUCHER.
           MOVE VOUCHER-RECEIVED-DATE TO PENDING-FROM-DATE.
           IF PENDING-FROM-DATE = ZEROES
               MOVE VOUCHER-DATE TO PENDING-FROM-DATE.
           MOVE VOUCHER-COMPANY TO ESCALATION-COMPANY.
           IF ESCALATION-COMPANY = ZERO
               MOVE 1 TO ESCALATION-COMPANY.
           IF PENDING-FROM-DATE NOT = ZEROES AND
              PENDING-FROM-DATE < RUN-DATE AND
              ESC-DAYS (ESCALATION-COMPANY) NOT = ZEROES
               COMPUTE DAYS-PENDING =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE) -
                   FUNCTION INTEGER-OF-DATE(PENDING-FROM-DATE)
               IF DAYS-PENDING > ESC-DAYS (ESCALATION-COMPANY)
                   PERFORM ADD-OVERDUE-ENTRY.

       ADD-OVERDUE-ENTRY.
           ADD VOUCHER-AMOUNT TO OVERDUE-TOTAL.
           IF OVD-COUNT < 1000
               ADD 1 TO OVD-COUNT
               MOVE VOUCHER-APPROVER-ID TO OVD-APPROVER-ID (OVD-COUNT)
               MOVE DAYS-PENDING        TO OVD-DAYS (OVD-COUNT)
               MOVE VOUCHER-NUMBER      TO OVD-VOUCHER (OVD-COUNT)
               MOVE ESCALATION-COMPANY  TO OVD-COMPANY (OVD-COUNT)
               MOVE VOUCHER-VENDOR      TO OVD-VENDOR (OVD-COUNT)
               MOVE PENDING-FROM-DATE   TO OVD-FROM-DATE (OVD-COUNT)
               MOVE VOUCHER-AMOUNT      TO OVD-AMOUNT (OVD-COUNT)
           ELSE
               MOVE "Y" TO OVD-TABLE-FULL.

      *------------------------------------------
      * By approver, and within an approver the
      * longest-waiting first.
      *------------------------------------------
       SORT-OVERDUE-TABLE.
           MOVE "Y" TO OVD-SWAPPED.
           PERFORM SORT-ONE-OVERDUE-PASS
               UNTIL OVD-SWAPPED = "N".

       SORT-ONE-OVERDUE-PASS.
           MOVE "N" TO OVD-SWAPPED.
           IF OVD-COUNT > 1
               PERFORM COMPARE-ADJACENT-OVERDUE
                   VARYING OVD-INDEX FROM 1 BY 1
                   UNTIL OVD-INDEX >= OVD-COUNT.

       COMPARE-ADJACENT-OVERDUE.
           IF OVD-APPROVER-ID (OVD-INDEX) >
              OVD-APPROVER-ID (OVD-INDEX + 1) OR
              (OVD-APPROVER-ID (OVD-INDEX) =
               OVD-APPROVER-ID (OVD-INDEX + 1) AND
               OVD-DAYS (OVD-INDEX) < OVD-DAYS (OVD-INDEX + 1))
               MOVE OVD-ENTRY (OVD-INDEX)     TO OVD-SWAP-ENTRY
               MOVE OVD-ENTRY (OVD-INDEX + 1)
                   TO OVD-ENTRY (OVD-INDEX)
               MOVE OVD-SWAP-ENTRY TO OVD-ENTRY (OVD-INDEX + 1)
               MOVE "Y" TO OVD-SWAPPED.

      *------------------------------------------
      * Report lines
      *------------------------------------------
       DISPLAY-REPORT-HEADING.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "OVERDUE APPROVALS - RUN DATE "
                  RUN-DATE
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-ONE-LIMIT
               VARYING ESC-INDEX FROM 1 BY 1
               UNTIL ESC-INDEX > 9.
           PERFORM PRINT-A-LINE.

       PRINT-ONE-LIMIT.
           IF ESC-DAYS (ESC-INDEX) NOT = ZEROES
               MOVE ESC-DAYS (ESC-INDEX) TO LIMIT-FIELD
               MOVE ESC-INDEX TO ESCALATION-COMPANY
               MOVE SPACE TO PRINT-LINE
               STRING "COMPANY " ESCALATION-COMPANY
                      " ESCALATES AFTER " LIMIT-FIELD " DAYS"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.

       PRINT-THE-OVERDUE-LIST.
           MOVE SPACE TO PRINT-LINE
           STRING "APPROVER  DELEGATE  VOUCHER CO VENDOR "
                  " RECEIVED    DAYS       AMOUNT"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE SPACES TO LAST-APPROVER-ID.
           MOVE ZEROES TO APPROVER-COUNT.
           MOVE ZEROES TO APPROVER-TOTAL.
           PERFORM PRINT-ONE-OVERDUE
               VARYING OVD-INDEX FROM 1 BY 1
               UNTIL OVD-INDEX > OVD-COUNT.
           IF OVD-COUNT NOT = ZEROES
               PERFORM PRINT-APPROVER-TOTAL.

       PRINT-ONE-OVERDUE.
           IF OVD-INDEX > 1 AND
              OVD-APPROVER-ID (OVD-INDEX) NOT = LAST-APPROVER-ID
               PERFORM PRINT-APPROVER-TOTAL
               MOVE ZEROES TO APPROVER-COUNT
               MOVE ZEROES TO APPROVER-TOTAL.
           IF OVD-APPROVER-ID (OVD-INDEX) NOT = LAST-APPROVER-ID
               MOVE OVD-APPROVER-ID (OVD-INDEX) TO LAST-APPROVER-ID
               PERFORM FIND-ACTIVE-DELEGATE.
           ADD 1 TO APPROVER-COUNT.
           ADD OVD-AMOUNT (OVD-INDEX) TO APPROVER-TOTAL.
           MOVE OVD-VOUCHER (OVD-INDEX) TO VOUCHER-NUMBER-FIELD.
           MOVE OVD-DAYS (OVD-INDEX)    TO DAYS-FIELD.
           MOVE OVD-AMOUNT (OVD-INDEX)  TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING OVD-APPROVER-ID (OVD-INDEX) "  "
                  ACTIVE-DELEGATE-ID "  "
                  VOUCHER-NUMBER-FIELD "  "
                  OVD-COMPANY (OVD-INDEX) " "
                  OVD-VENDOR (OVD-INDEX) "  "
                  OVD-FROM-DATE (OVD-INDEX) "  "
                  DAYS-FIELD " "
                  AMOUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.

      * Only a delegation that covers today is
      * worth naming - anything else is not
      * working the queue.
       FIND-ACTIVE-DELEGATE.
           MOVE SPACES TO ACTIVE-DELEGATE-ID.
           MOVE LAST-APPROVER-ID TO DLG-APPROVER-ID.
           PERFORM READ-DELEGATE-RECORD.
           IF DELEGATE-RECORD-FOUND = "Y" AND
              DLG-FROM-DATE NOT > RUN-DATE AND
              DLG-THRU-DATE NOT < RUN-DATE
               MOVE DLG-DELEGATE-ID TO ACTIVE-DELEGATE-ID.

       PRINT-APPROVER-TOTAL.
           MOVE APPROVER-COUNT TO COUNT-FIELD.
           MOVE APPROVER-TOTAL TO TOTAL-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "   " LAST-APPROVER-ID " OVERDUE: " COUNT-FIELD
                  "  TOTAL " TOTAL-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-REPORT-TOTALS.
           MOVE SPACE TO PRINT-LINE
           IF OVD-COUNT = ZEROES
               STRING "NO VOUCHER IS PAST ITS APPROVAL LIMIT"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE
           ELSE
               MOVE OVD-COUNT TO COUNT-FIELD
               MOVE OVERDUE-TOTAL TO TOTAL-FIELD
               STRING "VOUCHERS OVERDUE:        " COUNT-FIELD
                      "  TOTAL " TOTAL-FIELD
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.
           MOVE PENDING-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "VOUCHERS PENDING IN ALL: " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           IF OVD-TABLE-FULL = "Y"
               MOVE SPACE TO PRINT-LINE
               STRING "*** MORE THAN 1000 OVERDUE - LIST IS "
                      "INCOMPLETE, TOTAL IS NOT ***"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-VOUCHER-RECORD.
           MOVE "N" TO VOUCHER-AT-END.
           READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-AT-END.

       READ-CONTROL-RECORD.
           MOVE "Y" TO CONTROL-RECORD-FOUND.
           READ CONTROL-FILE RECORD
               INVALID KEY
                  MOVE "N" TO CONTROL-RECORD-FOUND.

       READ-DELEGATE-RECORD.
           MOVE "Y" TO DELEGATE-RECORD-FOUND.
           READ APPROVER-DELEGATE-FILE RECORD
               INVALID KEY
                  MOVE "N" TO DELEGATE-RECORD-FOUND.

           COPY "plprint.cbl".
