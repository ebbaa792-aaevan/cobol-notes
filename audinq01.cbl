      * the before/after values; the vendor-
      * side entries VNDMNT01 writes are
      * searched the same way (AUD-SOURCE
      * tells the streams apart), and so are
      * the master-table entries - control,
      * bank, period, GL account, approver,
      * template, budget and operator - by
      * table and record key.  The log is
      * line sequential and append-only, so
      * every search is a front-to-back scan
      * - a minute of machine time instead of
       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
           88  MENU-PICK-IS-VALID      VALUES 0 THRU 5.

       77  LOG-AT-END                  PIC X(01).
       77  ENTRY-MATCHES               PIC X(01).
       77  WORK-OPERATOR               PIC X(08).
       77  FROM-DATE                   PIC 9(08).
       77  THRU-DATE                   PIC 9(08).
       77  WORK-SOURCE                 PIC X(01).
           88  WORK-SOURCE-IS-VALID    VALUES "C" "B" "P" "G"
                                              "A" "T" "U" "O"
                                              "F" "D".
       77  WORK-TABLE-KEY              PIC X(15).
       77  TABLE-NAME                  PIC X(15).
       77  AUDIT-VALUE-SHOWN           PIC X(30).

           COPY "wscase01.cbl".
           COPY "wsmask.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "          2.  BY VENDOR NUMBER".
           DISPLAY "          3.  BY OPERATOR ID".
           DISPLAY "          4.  BY DATE RANGE".
           DISPLAY "          5.  BY MASTER TABLE".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-5)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

      *------------------------------------------
      * The table by its AUD-SOURCE code, and
      * the record key as the maintenance
      * program shows it (budget: account,
      * space, period) - blank lists every
      * entry for the table.
      *------------------------------------------
       GET-TABLE-SEARCH.
           PERFORM ACCEPT-TABLE-SOURCE.
           PERFORM RE-ACCEPT-TABLE-SOURCE
               UNTIL WORK-SOURCE-IS-VALID.
           DISPLAY "ENTER RECORD KEY (BLANK FOR ALL)".
           MOVE SPACE TO WORK-TABLE-KEY.
           ACCEPT WORK-TABLE-KEY.
           INSPECT WORK-TABLE-KEY
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       ACCEPT-TABLE-SOURCE.
           DISPLAY "ENTER TABLE - C=CONTROL, B=BANK, P=PERIOD, "
                   "G=GL ACCOUNT,".
           DISPLAY "  A=APPROVER, T=TEMPLATE, U=BUDGET, "
                   "O=OPERATOR,".
           DISPLAY "  F=PETTY CASH FUND, D=ACH ORIGINATOR".
           ACCEPT WORK-SOURCE.
           INSPECT WORK-SOURCE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       RE-ACCEPT-TABLE-SOURCE.
           DISPLAY "INVALID TABLE - PLEASE RE-TRY.".
           PERFORM ACCEPT-TABLE-SOURCE.

       RUN-THE-PICK.
           IF MENU-PICK = 1
               DISPLAY "ENTER VOUCHER NUMBER"
               DISPLAY "ENTER FROM DATE (YYYYMMDD)"
               ACCEPT FROM-DATE
               DISPLAY "ENTER THRU DATE (YYYYMMDD)"
               ACCEPT THRU-DATE
           ELSE
           IF MENU-PICK = 5
               PERFORM GET-TABLE-SEARCH.
           IF MENU-PICK NOT = 0
               PERFORM SEARCH-THE-LOG.
           PERFORM GET-MENU-PICK.
       CHECK-ENTRY-MATCHES.
           MOVE "N" TO ENTRY-MATCHES.
           IF MENU-PICK = 1
               IF (AUD-SOURCE = "V" OR AUD-SOURCE = SPACE) AND
                  AUD-VOUCHER-NUMBER = WORK-VOUCHER
                   MOVE "Y" TO ENTRY-MATCHES
               END-IF
           IF MENU-PICK = 4
               IF AUD-LOG-DATE NOT < FROM-DATE AND
                  AUD-LOG-DATE NOT > THRU-DATE
                   MOVE "Y" TO ENTRY-MATCHES
               END-IF
           ELSE
           IF MENU-PICK = 5
               IF AUD-SOURCE = WORK-SOURCE AND
                  (WORK-TABLE-KEY = SPACE OR
                   AUD-TABLE-KEY = WORK-TABLE-KEY)
                   MOVE "Y" TO ENTRY-MATCHES.

       DISPLAY-LOG-ENTRY.
                       "  " AUD-OPERATOR-ID
                       "  VENDOR " AUD-VENDOR-NUMBER
           ELSE
           IF AUD-SOURCE = "V" OR AUD-SOURCE = SPACE
               DISPLAY AUD-LOG-DATE " " AUD-LOG-TIME
                       "  " AUD-OPERATOR-ID
                       "  VOUCHER " AUD-VOUCHER-NUMBER
           ELSE
               PERFORM SET-TABLE-NAME
               DISPLAY AUD-LOG-DATE " " AUD-LOG-TIME
                       "  " AUD-OPERATOR-ID
                       "  " TABLE-NAME " " AUD-TABLE-KEY.
           DISPLAY "   FIELD:  " AUD-FIELD-CHANGED.
           MOVE AUD-BEFORE-VALUE TO AUDIT-VALUE-SHOWN.
           PERFORM MASK-AUDIT-VALUE.
           DISPLAY "   BEFORE: " AUDIT-VALUE-SHOWN.
           MOVE AUD-AFTER-VALUE TO AUDIT-VALUE-SHOWN.
           PERFORM MASK-AUDIT-VALUE.
           DISPLAY "   AFTER:  " AUDIT-VALUE-SHOWN.

      *------------------------------------------
      * A tax ID or bank account change shows
      * only the last four digits here - the
      * full numbers stay on the log itself.
      * The bank master's own account numbers
      * are shown the same way.
      * PAY-METHOD/BANK values are method,
      * routing, account (see VNDMNT01's
      * CAPTURE-BANK-DETAILS).
      *------------------------------------------
       MASK-AUDIT-VALUE.
           IF AUD-FIELD-CHANGED = "TAX-ID" OR
              (AUD-SOURCE = "B" AND
               (AUD-FIELD-CHANGED = "ACCOUNT-NUMBER" OR
                AUD-FIELD-CHANGED = "MICR-ACCOUNT"))
               MOVE AUDIT-VALUE-SHOWN TO MASK-SOURCE
               PERFORM MASK-LAST-FOUR
               MOVE MASK-RESULT TO AUDIT-VALUE-SHOWN
           ELSE
           IF AUD-FIELD-CHANGED = "PAY-METHOD/BANK"
               MOVE AUDIT-VALUE-SHOWN (13:17) TO MASK-SOURCE
               PERFORM MASK-LAST-FOUR
               MOVE MASK-RESULT TO AUDIT-VALUE-SHOWN (13:17).

       SET-TABLE-NAME.
           IF AUD-SOURCE = "C"
               MOVE "CONTROL"      TO TABLE-NAME
           ELSE
           IF AUD-SOURCE = "B"
               MOVE "BANK ACCOUNT" TO TABLE-NAME
           ELSE
           IF AUD-SOURCE = "P"
               MOVE "PERIOD"       TO TABLE-NAME
           ELSE
           IF AUD-SOURCE = "G"
               MOVE "GL ACCOUNT"   TO TABLE-NAME
           ELSE
           IF AUD-SOURCE = "A"
               MOVE "APPROVER"     TO TABLE-NAME
           ELSE
           IF AUD-SOURCE = "T"
               MOVE "TEMPLATE"     TO TABLE-NAME
           ELSE
           IF AUD-SOURCE = "U"
               MOVE "BUDGET"       TO TABLE-NAME
           ELSE
           IF AUD-SOURCE = "O"
               MOVE "OPERATOR"     TO TABLE-NAME
           ELSE
           IF AUD-SOURCE = "F"
               MOVE "PETTY CASH"   TO TABLE-NAME
           ELSE
           IF AUD-SOURCE = "D"
               MOVE "ACH ORIGINATOR" TO TABLE-NAME
           ELSE
               MOVE AUD-SOURCE     TO TABLE-NAME.

      *------------------------------------------
      * File I-O Routines
       READ-NEXT-LOG-ENTRY.
           READ AUDIT-LOG-FILE
               AT END MOVE "Y" TO LOG-AT-END.

           COPY "plmask.cbl".
