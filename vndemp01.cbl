       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDEMP01.
      *------------------------------------------
      * Employee-to-vendor conflict match and
      * shared bank accounts - internal audit's
      * quarterly fraud control.  VNDDUP01
      * compares vendors with each other; this
      * compares them with our own staff.
      *
      * The HR employee extract (every member
      * of staff, not only the expense payees
      * on EMPLOYEE-FILE) is loaded into a
      * table, and every vendor is matched
      * against it on four things:
      *
      *   TIN     - VENDOR-TAX-ID against the
      *             SSN, digits only;
      *   PHONE   - digits only, a leading
      *             long-distance 1 dropped;
      *   ADDRESS - same ZIP and the same
      *             leading address characters
      *             (VNDDUP01's test), on the
      *             main and the remit-to
      *             address;
      *   BANK    - same routing number and
      *             account as the payroll
      *             direct deposit.
      *
      * Every one-time payee voucher is matched
      * on its address, the only thing a
      * one-time payee carries.  Employee
      * reimbursements are our own staff by
      * design and are left out.
      *
      * The same run lists every routing and
      * account pair that more than one vendor
      * is paid into.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slhremp.cbl".

           COPY "slvnd02.cbl".

           COPY "slvouch.cbl".

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdhremp.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdvouch.cbl".

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

           COPY "wssignon.cbl".

           COPY "wsmask.cbl".

       77  HR-AT-END                   PIC X(01).
       77  VENDOR-AT-END               PIC X(01).
       77  VOUCHER-AT-END              PIC X(01).

       77  RUN-DATE                    PIC 9(08).

      *------------------------------------------
      * The HR extract, one slot per employee,
      * held in the form it is compared in.
      *------------------------------------------
       77  EMP-COUNT                   PIC 9(04) VALUE ZERO.
       77  EMP-I                       PIC 9(04).
       77  EMP-TABLE-FULL              PIC X(01) VALUE "N".
       01  HR-EMPLOYEE-TABLE.
           05 ET-ENTRY                 OCCURS 3000 TIMES.
              10 ET-EMPLOYEE-ID        PIC X(08).
              10 ET-NAME               PIC X(30).
              10 ET-STATUS             PIC X(01).
              10 ET-TIN                PIC X(11).
              10 ET-PHONE              PIC X(11).
              10 ET-ZIP                PIC X(05).
              10 ET-ADDRESS            PIC X(10).
              10 ET-BANK-ROUTING       PIC 9(09).
              10 ET-BANK-ACCOUNT       PIC X(17).

      *------------------------------------------
      * Vendors paid into a bank account, for
      * the shared-account pass.  2000 slots,
      * as VNDDUP01 holds.
      *------------------------------------------
       77  BT-COUNT                    PIC 9(04) VALUE ZERO.
       77  BT-I                        PIC 9(04).
       77  BT-J                        PIC 9(04).
       77  BT-TABLE-FULL               PIC X(01) VALUE "N".
       01  VENDOR-BANK-TABLE.
           05 BT-ENTRY                 OCCURS 2000 TIMES.
              10 BT-VENDOR             PIC 9(05).
              10 BT-NAME               PIC X(30).
              10 BT-BANK-ROUTING       PIC 9(09).
              10 BT-BANK-ACCOUNT       PIC X(17).
              10 BT-LISTED             PIC X(01).

      *------------------------------------------
      * The party being matched, in compare
      * form.  A one-time payee has only an
      * address.
      *------------------------------------------
       77  PARTY-TIN                   PIC X(11).
       77  PARTY-PHONE                 PIC X(11).
       77  PARTY-ZIP                   PIC X(05).
       77  PARTY-ADDRESS               PIC X(10).
       77  PARTY-REMIT-ZIP             PIC X(05).
       77  PARTY-REMIT-ADDRESS         PIC X(10).
       77  PARTY-BANK-ROUTING          PIC 9(09).
       77  PARTY-BANK-ACCOUNT          PIC X(17).
       77  PARTY-LABEL                 PIC X(50).

       77  MATCH-REASONS               PIC X(40).
       77  MATCH-POINTER               PIC 9(02).

      *------------------------------------------
      * Digits-only squeeze, as TINMAT01 does
      * the TIN.
      *------------------------------------------
       77  SQUEEZE-WORK                PIC X(17).
       77  SQUEEZE-DIGITS              PIC X(11).
       77  SQUEEZE-IN                  PIC 9(02).
       77  SQUEEZE-OUT                 PIC 9(02).

       77  VENDOR-MATCH-COUNT          PIC 9(05) VALUE ZERO.
       77  PAYEE-MATCH-COUNT           PIC 9(05) VALUE ZERO.
       77  SHARED-ACCOUNT-COUNT        PIC 9(05) VALUE ZERO.
       77  PAYEES-CHECKED              PIC 9(05) VALUE ZERO.
       77  SHARERS-FOUND               PIC 9(04).

       77  COUNT-FIELD                 PIC ZZZZ9.
       77  VOUCHER-FIELD               PIC Z(6)9.

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
           MOVE "VNDEMP01" TO REPORT-ID.
           MOVE "EMPLOYEE-VENDOR CONFLICTS" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.
           OPEN INPUT HR-EMPLOYEE-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT VOUCHER-FILE.

       CLOSING-PROCEDURE.
           PERFORM CLOSE-THE-REPORT.
           CLOSE HR-EMPLOYEE-FILE.
           CLOSE VENDOR-FILE.
           CLOSE VOUCHER-FILE.

       MAIN-PROCESS.
           PERFORM DISPLAY-REPORT-HEADING.
           PERFORM LOAD-EMPLOYEE-TABLE.
           IF EMP-COUNT = ZEROES
               MOVE SPACE TO PRINT-LINE
               STRING "NO HR EMPLOYEE EXTRACT WAS SUPPLIED - "
                      "NO EMPLOYEE MATCHING WAS DONE"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE
               PERFORM PRINT-A-LINE.
           PERFORM MATCH-ALL-VENDORS.
           IF EMP-COUNT NOT = ZEROES
               PERFORM MATCH-ONE-TIME-PAYEES.
           PERFORM LIST-SHARED-ACCOUNTS.
           PERFORM PRINT-REPORT-TOTALS.

      *------------------------------------------
      * The HR extract
      *------------------------------------------
       LOAD-EMPLOYEE-TABLE.
           MOVE "N" TO HR-AT-END.
           PERFORM READ-NEXT-HR-RECORD.
           PERFORM LOAD-ONE-EMPLOYEE
               UNTIL HR-AT-END = "Y".

       LOAD-ONE-EMPLOYEE.
           IF EMP-COUNT < 3000
               ADD 1 TO EMP-COUNT
               MOVE HRE-EMPLOYEE-ID  TO ET-EMPLOYEE-ID (EMP-COUNT)
               MOVE HRE-NAME         TO ET-NAME (EMP-COUNT)
               MOVE HRE-STATUS       TO ET-STATUS (EMP-COUNT)
               MOVE HRE-SSN          TO SQUEEZE-WORK
               PERFORM SQUEEZE-TO-DIGITS
               MOVE SQUEEZE-DIGITS   TO ET-TIN (EMP-COUNT)
               MOVE HRE-PHONE        TO SQUEEZE-WORK
               PERFORM SQUEEZE-PHONE
               MOVE SQUEEZE-DIGITS   TO ET-PHONE (EMP-COUNT)
               MOVE HRE-ZIP          TO ET-ZIP (EMP-COUNT)
               MOVE HRE-ADDRESS-1    TO ET-ADDRESS (EMP-COUNT)
               MOVE HRE-BANK-ROUTING TO ET-BANK-ROUTING (EMP-COUNT)
               MOVE HRE-BANK-ACCOUNT TO ET-BANK-ACCOUNT (EMP-COUNT)
           ELSE
               MOVE "Y" TO EMP-TABLE-FULL.
           PERFORM READ-NEXT-HR-RECORD.

      *------------------------------------------
      * Vendors - matched against staff, and
      * loaded for the shared-account pass.
      *------------------------------------------
       MATCH-ALL-VENDORS.
           MOVE SPACE TO PRINT-LINE
           STRING "VENDORS MATCHING AN EMPLOYEE"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE ZEROES TO VENDOR-NUMBER.
           MOVE "N" TO VENDOR-AT-END.
           START VENDOR-FILE KEY IS NOT LESS THAN VENDOR-NUMBER
               INVALID KEY MOVE "Y" TO VENDOR-AT-END.
           IF VENDOR-AT-END = "N"
               PERFORM READ-NEXT-VENDOR-RECORD.
           PERFORM MATCH-ONE-VENDOR
               UNTIL VENDOR-AT-END = "Y".
           PERFORM PRINT-A-LINE.

       MATCH-ONE-VENDOR.
           MOVE VENDOR-TAX-ID TO SQUEEZE-WORK.
           PERFORM SQUEEZE-TO-DIGITS.
           MOVE SQUEEZE-DIGITS TO PARTY-TIN.
           MOVE VENDOR-PHONE TO SQUEEZE-WORK.
           PERFORM SQUEEZE-PHONE.
           MOVE SQUEEZE-DIGITS TO PARTY-PHONE.
           MOVE VENDOR-ZIP TO PARTY-ZIP.
           MOVE VENDOR-ADDRESS-1 TO PARTY-ADDRESS.
           MOVE VENDOR-REMIT-ZIP TO PARTY-REMIT-ZIP.
           MOVE VENDOR-REMIT-ADDRESS-1 TO PARTY-REMIT-ADDRESS.
           MOVE VENDOR-BANK-ROUTING TO PARTY-BANK-ROUTING.
           MOVE VENDOR-BANK-ACCOUNT TO PARTY-BANK-ACCOUNT.
           MOVE SPACE TO PARTY-LABEL.
           STRING "VENDOR " VENDOR-NUMBER " " VENDOR-NAME
                  DELIMITED BY SIZE INTO PARTY-LABEL.
           PERFORM MATCH-ONE-EMPLOYEE
               VARYING EMP-I FROM 1 BY 1
               UNTIL EMP-I > EMP-COUNT.
           IF VENDOR-BANK-ROUTING NOT = ZEROES AND
              VENDOR-BANK-ACCOUNT NOT = SPACE
               PERFORM LOAD-ONE-VENDOR-BANK.
           PERFORM READ-NEXT-VENDOR-RECORD.

       LOAD-ONE-VENDOR-BANK.
           IF BT-COUNT < 2000
               ADD 1 TO BT-COUNT
               MOVE VENDOR-NUMBER       TO BT-VENDOR (BT-COUNT)
               MOVE VENDOR-NAME         TO BT-NAME (BT-COUNT)
               MOVE VENDOR-BANK-ROUTING TO BT-BANK-ROUTING (BT-COUNT)
               MOVE VENDOR-BANK-ACCOUNT TO BT-BANK-ACCOUNT (BT-COUNT)
               MOVE "N"                 TO BT-LISTED (BT-COUNT)
           ELSE
               MOVE "Y" TO BT-TABLE-FULL.

      *------------------------------------------
      * One-time payees - address only.
      *------------------------------------------
       MATCH-ONE-TIME-PAYEES.
           MOVE SPACE TO PRINT-LINE
           STRING "ONE-TIME PAYEES MATCHING AN EMPLOYEE"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE ZEROES TO VOUCHER-NUMBER.
           MOVE "N" TO VOUCHER-AT-END.
           START VOUCHER-FILE KEY IS NOT LESS THAN VOUCHER-NUMBER
               INVALID KEY MOVE "Y" TO VOUCHER-AT-END.
           IF VOUCHER-AT-END = "N"
               PERFORM READ-NEXT-VOUCHER-RECORD.
           PERFORM MATCH-ONE-VOUCHER
               UNTIL VOUCHER-AT-END = "Y".
           PERFORM PRINT-A-LINE.

       MATCH-ONE-VOUCHER.
           IF VOUCHER-ONE-TIME-FLAG = "Y"
               ADD 1 TO PAYEES-CHECKED
               MOVE SPACE  TO PARTY-TIN PARTY-PHONE
                              PARTY-REMIT-ZIP PARTY-REMIT-ADDRESS
                              PARTY-BANK-ACCOUNT
               MOVE ZEROES TO PARTY-BANK-ROUTING
               MOVE VOUCHER-OT-ZIP TO PARTY-ZIP
               MOVE VOUCHER-OT-ADDRESS-1 TO PARTY-ADDRESS
               MOVE VOUCHER-NUMBER TO VOUCHER-FIELD
               MOVE SPACE TO PARTY-LABEL
               STRING "VOUCHER " VOUCHER-FIELD " "
                      VOUCHER-OT-PAYEE-NAME
                      DELIMITED BY SIZE INTO PARTY-LABEL
               PERFORM MATCH-ONE-EMPLOYEE
                   VARYING EMP-I FROM 1 BY 1
                   UNTIL EMP-I > EMP-COUNT.
           PERFORM READ-NEXT-VOUCHER-RECORD.

      *------------------------------------------
      * One party against one employee.  Every
      * test that hits is named on the line.
      *------------------------------------------
       MATCH-ONE-EMPLOYEE.
           MOVE SPACE TO MATCH-REASONS.
           MOVE 1 TO MATCH-POINTER.
           IF PARTY-TIN NOT = SPACE AND
              PARTY-TIN = ET-TIN (EMP-I)
               STRING "TIN " DELIMITED BY SIZE
                   INTO MATCH-REASONS WITH POINTER MATCH-POINTER.
           IF PARTY-PHONE NOT = SPACE AND
              PARTY-PHONE = ET-PHONE (EMP-I)
               STRING "PHONE " DELIMITED BY SIZE
                   INTO MATCH-REASONS WITH POINTER MATCH-POINTER.
           IF ET-ADDRESS (EMP-I) NOT = SPACE AND
              ET-ZIP (EMP-I) NOT = SPACE
               IF (PARTY-ZIP = ET-ZIP (EMP-I) AND
                   PARTY-ADDRESS = ET-ADDRESS (EMP-I)) OR
                  (PARTY-REMIT-ZIP = ET-ZIP (EMP-I) AND
                   PARTY-REMIT-ADDRESS = ET-ADDRESS (EMP-I))
                   STRING "ADDRESS " DELIMITED BY SIZE
                       INTO MATCH-REASONS WITH POINTER MATCH-POINTER.
           IF PARTY-BANK-ROUTING NOT = ZEROES AND
              PARTY-BANK-ACCOUNT NOT = SPACE AND
              PARTY-BANK-ROUTING = ET-BANK-ROUTING (EMP-I) AND
              PARTY-BANK-ACCOUNT = ET-BANK-ACCOUNT (EMP-I)
               STRING "BANK ACCOUNT " DELIMITED BY SIZE
                   INTO MATCH-REASONS WITH POINTER MATCH-POINTER.
           IF MATCH-REASONS NOT = SPACE
               PERFORM PRINT-EMPLOYEE-MATCH.

       PRINT-EMPLOYEE-MATCH.
           IF PARTY-LABEL (1:6) = "VENDOR"
               ADD 1 TO VENDOR-MATCH-COUNT
           ELSE
               ADD 1 TO PAYEE-MATCH-COUNT.
           MOVE SPACE TO PRINT-LINE
           STRING "   " PARTY-LABEL
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "      EMPLOYEE " ET-EMPLOYEE-ID (EMP-I) " "
                  ET-NAME (EMP-I) " STATUS " ET-STATUS (EMP-I)
                  "  SAME " MATCH-REASONS
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * Shared bank accounts.  Each vendor is
      * listed once, under the first vendor on
      * the account.
      *------------------------------------------
       LIST-SHARED-ACCOUNTS.
           MOVE SPACE TO PRINT-LINE
           STRING "BANK ACCOUNTS PAID TO MORE THAN ONE VENDOR"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM CHECK-ONE-BANK-ACCOUNT
               VARYING BT-I FROM 1 BY 1
               UNTIL BT-I > BT-COUNT.
           PERFORM PRINT-A-LINE.

       CHECK-ONE-BANK-ACCOUNT.
           IF BT-LISTED (BT-I) = "N"
               MOVE ZEROES TO SHARERS-FOUND
               PERFORM FIND-ONE-SHARER
                   VARYING BT-J FROM BT-I BY 1
                   UNTIL BT-J > BT-COUNT
               IF SHARERS-FOUND > 1
                   ADD 1 TO SHARED-ACCOUNT-COUNT
                   PERFORM PRINT-SHARED-ACCOUNT.

       FIND-ONE-SHARER.
           IF BT-BANK-ROUTING (BT-J) = BT-BANK-ROUTING (BT-I) AND
              BT-BANK-ACCOUNT (BT-J) = BT-BANK-ACCOUNT (BT-I)
               ADD 1 TO SHARERS-FOUND.

       PRINT-SHARED-ACCOUNT.
           MOVE BT-BANK-ACCOUNT (BT-I) TO MASK-SOURCE.
           PERFORM MASK-LAST-FOUR.
           MOVE SPACE TO PRINT-LINE
           STRING "   ROUTING " BT-BANK-ROUTING (BT-I)
                  "  ACCOUNT " MASK-RESULT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-ONE-SHARER
               VARYING BT-J FROM BT-I BY 1
               UNTIL BT-J > BT-COUNT.

       PRINT-ONE-SHARER.
           IF BT-BANK-ROUTING (BT-J) = BT-BANK-ROUTING (BT-I) AND
              BT-BANK-ACCOUNT (BT-J) = BT-BANK-ACCOUNT (BT-I)
               MOVE "Y" TO BT-LISTED (BT-J)
               MOVE SPACE TO PRINT-LINE
               STRING "      VENDOR " BT-VENDOR (BT-J) " "
                      BT-NAME (BT-J)
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.

      *------------------------------------------
      * Digits only.  A phone number also loses
      * a leading long-distance 1.
      *------------------------------------------
       SQUEEZE-TO-DIGITS.
           MOVE SPACE TO SQUEEZE-DIGITS.
           MOVE 1 TO SQUEEZE-OUT.
           PERFORM SQUEEZE-ONE-CHARACTER
               VARYING SQUEEZE-IN FROM 1 BY 1
               UNTIL SQUEEZE-IN > 17 OR SQUEEZE-OUT > 11.

       SQUEEZE-ONE-CHARACTER.
           IF SQUEEZE-WORK (SQUEEZE-IN:1) NUMERIC
               MOVE SQUEEZE-WORK (SQUEEZE-IN:1)
                   TO SQUEEZE-DIGITS (SQUEEZE-OUT:1)
               ADD 1 TO SQUEEZE-OUT.

       SQUEEZE-PHONE.
           PERFORM SQUEEZE-TO-DIGITS.
           IF SQUEEZE-OUT = 12 AND SQUEEZE-DIGITS (1:1) = "1"
               MOVE SQUEEZE-DIGITS (2:10) TO SQUEEZE-WORK
               MOVE SQUEEZE-WORK (1:10) TO SQUEEZE-DIGITS.

      *------------------------------------------
      * Report lines
      *------------------------------------------
       DISPLAY-REPORT-HEADING.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "EMPLOYEE-VENDOR CONFLICT MATCH - RUN DATE "
                  RUN-DATE
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-REPORT-TOTALS.
           MOVE EMP-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "EMPLOYEES ON THE HR EXTRACT:    " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE VENDOR-MATCH-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "VENDOR/EMPLOYEE MATCHES:        " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE PAYEES-CHECKED TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "ONE-TIME PAYEES CHECKED:        " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE PAYEE-MATCH-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "ONE-TIME PAYEE/EMPLOYEE MATCHES:" COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE SHARED-ACCOUNT-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "SHARED VENDOR BANK ACCOUNTS:    " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           IF EMP-TABLE-FULL = "Y"
               MOVE SPACE TO PRINT-LINE
               STRING "*** MORE THAN 3000 EMPLOYEES - MATCH IS "
                      "INCOMPLETE ***"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.
           IF BT-TABLE-FULL = "Y"
               MOVE SPACE TO PRINT-LINE
               STRING "*** MORE THAN 2000 VENDOR BANK ACCOUNTS - "
                      "SHARED-ACCOUNT LIST IS INCOMPLETE ***"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-HR-RECORD.
           READ HR-EMPLOYEE-FILE NEXT RECORD
               AT END MOVE "Y" TO HR-AT-END.

       READ-NEXT-VENDOR-RECORD.
           READ VENDOR-FILE NEXT RECORD
               AT END MOVE "Y" TO VENDOR-AT-END.

       READ-NEXT-VOUCHER-RECORD.
           READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-AT-END.

           COPY "plprint.cbl".

           COPY "plmask.cbl".
