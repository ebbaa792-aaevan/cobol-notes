      * to real values.  Only OPERATOR-IS-
      * SUPERVISOR may run it, the same gate
      * VCHMNT01 uses for DELETE and VOID.
      * Every setting changed here goes on the
      * audit log (source "C", keyed by company)
      * with its before and after values.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "sloper01.cbl".

           COPY "slaudlog.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdoper01.cbl".

           COPY "fdaudlog.cbl".

       WORKING-STORAGE SECTION.

       77  OPERATOR-RECORD-FOUND       PIC X(01).

           COPY "wscompny.cbl".

           COPY "wsaudmst.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
       OPENING-PROCEDURE.
           OPEN INPUT OPERATOR-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM SIGN-ON-OPERATOR.
           MOVE "C"         TO MAUD-SOURCE.
           MOVE OPERATOR-ID TO MAUD-OPERATOR.

       CLOSING-PROCEDURE.
           CLOSE OPERATOR-FILE.
           CLOSE CONTROL-FILE.
           CLOSE AUDIT-LOG-FILE.

      *------------------------------------------
      * Sign-on - the operator ID must be on
                       "THRESHOLD"
           ELSE
               PERFORM SET-COMPANY-CODE
               MOVE COMPANY-CODE TO MAUD-KEY
               PERFORM READ-CONTROL-RECORD
               IF CONTROL-RECORD-FOUND = "N"
                   PERFORM OFFER-NEW-COMPANY
                              CONTROL-FXGL-ACCOUNT
                              CONTROL-BANK-FEE-ACCOUNT
                              CONTROL-SOD-DAYS
                              CONTROL-MILEAGE-RATE
                              CONTROL-PER-DIEM-RATE
                              CONTROL-PREPAID-ACCOUNT
                              CONTROL-LAST-EDI-CONTROL
                              CONTROL-APPROVAL-DAYS
                              CONTROL-SPLIT-DAYS
                              CONTROL-HOURS-START
                              CONTROL-HOURS-END
                              CONTROL-INTERCO-VENDOR
                              CONTROL-VAT-ACCOUNT
                              CONTROL-SMALLBAL-ACCOUNT
                              CONTROL-WOF-CREDIT-DAYS
                              CONTROL-WOF-RESIDUAL-LIMIT
                              CONTROL-RELEASE-DATE
               MOVE SPACE TO CONTROL-RUN-RELEASED
               MOVE SPACE TO CONTROL-TRAINING-FLAG
                   INVALID KEY
                   DISPLAY "ERROR WRITING CONTROL RECORD"
               END-WRITE
               PERFORM LOG-NEW-COMPANY
               PERFORM CHANGE-CONTROL-SETTINGS.

       LOG-NEW-COMPANY.
           MOVE SPACE TO MAUD-FIELD-VALUE.
           STRING "VOUCHER " CONTROL-LAST-VOUCHER
                  " CHECK " CONTROL-LAST-CHECK
                  DELIMITED BY SIZE INTO MAUD-FIELD-VALUE.
           PERFORM LOG-MASTER-ADD.

      *------------------------------------------
      * VOUCHER-FILE is shared across the
      * companies, so each company's counter
           ACCEPT CONTROL-LAST-CHECK.

       CHANGE-CONTROL-SETTINGS.
           PERFORM CAPTURE-MASTER-BEFORE.
           PERFORM DISPLAY-CURRENT-THRESHOLD.
           PERFORM ENTER-NEW-THRESHOLD.
           PERFORM ENTER-NEW-AP-ACCOUNT.
           PERFORM ENTER-NEW-ADVANCE-ACCOUNT.
           PERFORM ENTER-NEW-NRA-ACCOUNT.
           PERFORM ENTER-NEW-INTERCO-ACCOUNT.
           PERFORM ENTER-NEW-INTERCO-VENDOR.
           PERFORM ENTER-NEW-FXGL-ACCOUNT.
           PERFORM ENTER-NEW-BANK-FEE-ACCOUNT.
           PERFORM ENTER-NEW-VAT-ACCOUNT.
           PERFORM ENTER-NEW-WRITE-OFF-SETTINGS.
           PERFORM ENTER-NEW-SOD-WINDOW.
           PERFORM ENTER-NEW-TRAINING-FLAG.
           PERFORM ENTER-NEW-EXPENSE-RATES.
           PERFORM ENTER-NEW-PREPAID-ACCOUNT.
           PERFORM ENTER-NEW-APPROVAL-DAYS.
           PERFORM ENTER-NEW-SPLIT-WINDOW.
           PERFORM ENTER-NEW-BUSINESS-HOURS.
           PERFORM REWRITE-CONTROL-RECORD.
           PERFORM LOG-MASTER-CHANGES.
           DISPLAY "CONTROL SETTINGS UPDATED".

       DISPLAY-CURRENT-THRESHOLD.
                   "ACCOUNT (6 DIGITS)".
           ACCEPT CONTROL-INTERCO-ACCOUNT.

      *------------------------------------------
      * The vendor number the other companies
      * pay this one under - ICSSET01's
      * settlement vouchers are made payable
      * to it.
      *------------------------------------------
       ENTER-NEW-INTERCO-VENDOR.
           DISPLAY "CURRENT INTERCOMPANY VENDOR NUMBER: "
                   CONTROL-INTERCO-VENDOR.
           DISPLAY "ENTER THE VENDOR NUMBER OTHER COMPANIES PAY "
                   "THIS COMPANY UNDER (0 IF NONE)".
           ACCEPT CONTROL-INTERCO-VENDOR.

       ENTER-NEW-FXGL-ACCOUNT.
           DISPLAY "CURRENT REALIZED FX GAIN/LOSS ACCOUNT: "
                   CONTROL-FXGL-ACCOUNT.
                   "ACCOUNT (6 DIGITS)".
           ACCEPT CONTROL-BANK-FEE-ACCOUNT.

      *------------------------------------------
      * Where the VAT on an overseas invoice is
      * coded - the reclaim is an asset, not
      * an expense.  Zero leaves it in the
      * expense lines.
      *------------------------------------------
       ENTER-NEW-VAT-ACCOUNT.
           DISPLAY "CURRENT RECOVERABLE-VAT ACCOUNT: "
                   CONTROL-VAT-ACCOUNT.
           DISPLAY "ENTER NEW RECOVERABLE-VAT ASSET ACCOUNT "
                   "(6 DIGITS, 0 IF NONE)".
           ACCEPT CONTROL-VAT-ACCOUNT.

      *------------------------------------------
      * What WOFRUN01 proposes for write-off -
      * open credits older than the age, and
      * part-paid vouchers left open by less
      * than the limit - and where the residual
      * cents are booked.  Aged credits go to
      * the recovery account.
      *------------------------------------------
       ENTER-NEW-WRITE-OFF-SETTINGS.
           DISPLAY "CURRENT SMALL-BALANCE WRITE-OFF ACCOUNT: "
                   CONTROL-SMALLBAL-ACCOUNT.
           DISPLAY "ENTER NEW SMALL-BALANCE WRITE-OFF ACCOUNT "
                   "(6 DIGITS)".
           ACCEPT CONTROL-SMALLBAL-ACCOUNT.
           DISPLAY "CURRENT AGED-CREDIT WRITE-OFF AGE (DAYS): "
                   CONTROL-WOF-CREDIT-DAYS.
           DISPLAY "ENTER NEW AGE - AN OPEN CREDIT OLDER THAN THIS "
                   "IS PROPOSED".
           DISPLAY "FOR WRITE-OFF (0 TURNS IT OFF)".
           ACCEPT CONTROL-WOF-CREDIT-DAYS.
           DISPLAY "CURRENT RESIDUAL WRITE-OFF LIMIT: "
                   CONTROL-WOF-RESIDUAL-LIMIT.
           DISPLAY "ENTER NEW LIMIT - A PART-PAID VOUCHER OPEN BY "
                   "LESS THAN THIS".
           DISPLAY "IS PROPOSED FOR WRITE-OFF (999.99 FORM, 0 "
                   "TURNS IT OFF)".
           ACCEPT CONTROL-WOF-RESIDUAL-LIMIT.

       ENTER-NEW-SOD-WINDOW.
           DISPLAY "CURRENT DUTY-SEPARATION WINDOW (DAYS): "
                   CONTROL-SOD-DAYS.
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       ENTER-NEW-EXPENSE-RATES.
           DISPLAY "CURRENT MILEAGE RATE PER MILE: "
                   CONTROL-MILEAGE-RATE.
           DISPLAY "ENTER NEW MILEAGE RATE (9.999 FORM)".
           ACCEPT CONTROL-MILEAGE-RATE.
           DISPLAY "CURRENT PER-DIEM RATE PER DAY: "
                   CONTROL-PER-DIEM-RATE.
           DISPLAY "ENTER NEW PER-DIEM RATE (999.99 FORM)".
           ACCEPT CONTROL-PER-DIEM-RATE.

       ENTER-NEW-PREPAID-ACCOUNT.
           DISPLAY "CURRENT PREPAID-EXPENSE ACCOUNT: "
                   CONTROL-PREPAID-ACCOUNT.
           DISPLAY "ENTER NEW PREPAID-EXPENSE ASSET ACCOUNT "
                   "(6 DIGITS)".
           ACCEPT CONTROL-PREPAID-ACCOUNT.

       ENTER-NEW-APPROVAL-DAYS.
           DISPLAY "CURRENT APPROVAL ESCALATION (DAYS): "
                   CONTROL-APPROVAL-DAYS.
           DISPLAY "ENTER NEW LIMIT - A VOUCHER PENDING APPROVAL "
                   "LONGER THAN".
           DISPLAY "THIS MANY DAYS ESCALATES TO THE SUPERVISORS "
                   "(0 TURNS IT OFF)".
           ACCEPT CONTROL-APPROVAL-DAYS.

      *------------------------------------------
      * What SPLRPT01 tests the vouchers
      * against.
      *------------------------------------------
       ENTER-NEW-SPLIT-WINDOW.
           DISPLAY "CURRENT SPLIT-INVOICE WINDOW (DAYS): "
                   CONTROL-SPLIT-DAYS.
           DISPLAY "ENTER NEW WINDOW - ONE VENDOR'S VOUCHERS UNDER "
                   "THE SIGN-OFF".
           DISPLAY "THRESHOLD WITHIN THIS MANY DAYS THAT TOGETHER "
                   "CROSS IT".
           DISPLAY "ARE REPORTED (0 TURNS THE TEST OFF)".
           ACCEPT CONTROL-SPLIT-DAYS.

       ENTER-NEW-BUSINESS-HOURS.
           DISPLAY "CURRENT BUSINESS HOURS: " CONTROL-HOURS-START
                   " TO " CONTROL-HOURS-END.
           DISPLAY "ENTER START OF THE BUSINESS DAY (HHMM, "
                   "0 AND 0 TURN THE TEST OFF)".
           ACCEPT CONTROL-HOURS-START.
           DISPLAY "ENTER END OF THE BUSINESS DAY (HHMM)".
           ACCEPT CONTROL-HOURS-END.
           IF CONTROL-HOURS-END < CONTROL-HOURS-START OR
              CONTROL-HOURS-START > 2359 OR
              CONTROL-HOURS-END > 2400
               DISPLAY "THE DAY MUST END AFTER IT STARTS"
               PERFORM ENTER-NEW-BUSINESS-HOURS.

      *------------------------------------------
      * Every setting CHANGE-CONTROL-SETTINGS
      * can touch, for the before/after audit
      * (see WSAUDMST.CBL).
      *------------------------------------------
       CAPTURE-MASTER-FIELDS.
           MOVE "SIGNOFF-THRESHOLD" TO MAUD-FIELD-NAME.
           MOVE CONTROL-SIGNOFF-THRESHOLD TO MAUD-AMOUNT-FIELD.
           MOVE MAUD-AMOUNT-FIELD TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "AP-ACCOUNT" TO MAUD-FIELD-NAME.
           MOVE CONTROL-AP-ACCOUNT TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "CASH-ACCOUNT" TO MAUD-FIELD-NAME.
           MOVE CONTROL-CASH-ACCOUNT TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "DISC-ACCOUNT" TO MAUD-FIELD-NAME.
           MOVE CONTROL-DISC-ACCOUNT TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "WHHOLD-ACCOUNT" TO MAUD-FIELD-NAME.
           MOVE CONTROL-WHHOLD-ACCOUNT TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "RECOVERY-ACCOUNT" TO MAUD-FIELD-NAME.
           MOVE CONTROL-RECOVERY-ACCOUNT TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "RNI-EXP-ACCOUNT" TO MAUD-FIELD-NAME.
           MOVE CONTROL-RNI-EXP-ACCOUNT TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "RNI-ACCR-ACCOUNT" TO MAUD-FIELD-NAME.
           MOVE CONTROL-RNI-ACCR-ACCOUNT TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "PO-TOL-PCT" TO MAUD-FIELD-NAME.
           MOVE CONTROL-PO-TOL-PCT TO MAUD-AMOUNT-FIELD.
           MOVE MAUD-AMOUNT-FIELD TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "PO-TOL-AMT" TO MAUD-FIELD-NAME.
           MOVE CONTROL-PO-TOL-AMT TO MAUD-AMOUNT-FIELD.
           MOVE MAUD-AMOUNT-FIELD TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "PO-VAR-ACCOUNT" TO MAUD-FIELD-NAME.
           MOVE CONTROL-PO-VAR-ACCOUNT TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "INT-EXP-ACCOUNT" TO MAUD-FIELD-NAME.
           MOVE CONTROL-INT-EXP-ACCOUNT TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "RETAIN-ACCOUNT" TO MAUD-FIELD-NAME.
           MOVE CONTROL-RETAIN-ACCOUNT TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "ADVANCE-ACCOUNT" TO MAUD-FIELD-NAME.
           MOVE CONTROL-ADVANCE-ACCOUNT TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "NRA-ACCOUNT" TO MAUD-FIELD-NAME.
           MOVE CONTROL-NRA-ACCOUNT TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "INTERCO-ACCOUNT" TO MAUD-FIELD-NAME.
           MOVE CONTROL-INTERCO-ACCOUNT TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "INTERCO-VENDOR" TO MAUD-FIELD-NAME.
           MOVE CONTROL-INTERCO-VENDOR TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "FXGL-ACCOUNT" TO MAUD-FIELD-NAME.
           MOVE CONTROL-FXGL-ACCOUNT TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "BANK-FEE-ACCOUNT" TO MAUD-FIELD-NAME.
           MOVE CONTROL-BANK-FEE-ACCOUNT TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "VAT-ACCOUNT" TO MAUD-FIELD-NAME.
           MOVE CONTROL-VAT-ACCOUNT TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "SMALLBAL-ACCOUNT" TO MAUD-FIELD-NAME.
           MOVE CONTROL-SMALLBAL-ACCOUNT TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "WOF-CREDIT-DAYS" TO MAUD-FIELD-NAME.
           MOVE CONTROL-WOF-CREDIT-DAYS TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "WOF-RESIDUAL-LIMIT" TO MAUD-FIELD-NAME.
           MOVE CONTROL-WOF-RESIDUAL-LIMIT TO MAUD-AMOUNT-FIELD.
           MOVE MAUD-AMOUNT-FIELD TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "SOD-DAYS" TO MAUD-FIELD-NAME.
           MOVE CONTROL-SOD-DAYS TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "TRAINING-FLAG" TO MAUD-FIELD-NAME.
           MOVE CONTROL-TRAINING-FLAG TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "MILEAGE-RATE" TO MAUD-FIELD-NAME.
           MOVE CONTROL-MILEAGE-RATE TO MAUD-RATE-FIELD.
           MOVE MAUD-RATE-FIELD TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "PER-DIEM-RATE" TO MAUD-FIELD-NAME.
           MOVE CONTROL-PER-DIEM-RATE TO MAUD-AMOUNT-FIELD.
           MOVE MAUD-AMOUNT-FIELD TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "PREPAID-ACCOUNT" TO MAUD-FIELD-NAME.
           MOVE CONTROL-PREPAID-ACCOUNT TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "APPROVAL-DAYS" TO MAUD-FIELD-NAME.
           MOVE CONTROL-APPROVAL-DAYS TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "SPLIT-DAYS" TO MAUD-FIELD-NAME.
           MOVE CONTROL-SPLIT-DAYS TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "HOURS-START" TO MAUD-FIELD-NAME.
           MOVE CONTROL-HOURS-START TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.
           MOVE "HOURS-END" TO MAUD-FIELD-NAME.
           MOVE CONTROL-HOURS-END TO MAUD-FIELD-VALUE.
           PERFORM CAPTURE-ONE-MASTER-FIELD.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
           REWRITE CONTROL-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CONTROL RECORD".

           COPY "plaudmst.cbl".
