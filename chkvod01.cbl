      * VOUCHER-CHECK-NO alternate key would be
      * rewriting the very key the scan is
      * positioned on.
      *
      * The blank form the check was printed on
      * is marked voided in the check-stock
      * file, and a check still waiting on the
      * manual-signature log is taken off it -
      * a dead check needs no signature.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slstppay.cbl".

           COPY "slchkstk.cbl".

           COPY "slchksgn.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdstppay.cbl".

           COPY "fdchkstk.cbl".

           COPY "fdchksgn.cbl".

       WORKING-STORAGE SECTION.

       77  OPERATOR-RECORD-FOUND       PIC X(01).
       77  VOUCHER-RECORD-FOUND        PIC X(01).
       77  CHECK-RECORD-FOUND          PIC X(01).
       77  SCAN-AT-END                 PIC X(01).
       77  STOCK-AT-END                PIC X(01).
       77  SIGNATURE-RECORD-FOUND      PIC X(01).
       77  DETAIL-AT-END               PIC X(01).
       77  DETAIL-ROWS-FOUND           PIC X(01).
       77  TABLE-SLOT                  PIC 9(01).
           OPEN EXTEND VOID-LOG-FILE.
           OPEN EXTEND POSITIVE-PAY-FILE.
           OPEN I-O STOP-PAY-FILE.
           OPEN I-O CHECK-STOCK-FILE.
           OPEN I-O CHECK-SIGNATURE-FILE.
           PERFORM SIGN-ON-OPERATOR.

       CLOSING-PROCEDURE.
           CLOSE VOID-LOG-FILE.
           CLOSE POSITIVE-PAY-FILE.
           CLOSE STOP-PAY-FILE.
           CLOSE CHECK-STOCK-FILE.
           CLOSE CHECK-SIGNATURE-FILE.

      *------------------------------------------
      * Sign-on - same pattern as VCHMNT01.
                   PERFORM REVERSE-ALL-PAYMENTS
                   PERFORM WRITE-POSPAY-VOID-RECORD
                   PERFORM WRITE-STOP-PAY-REQUEST
                   PERFORM VOID-THE-FORM
                   PERFORM VOID-PENDING-SIGNATURE
                   MOVE "V" TO CHK-STATUS
                   PERFORM REWRITE-CHECK-REGISTER-RECORD
                   PERFORM DISPLAY-VOID-SUMMARY
           DISPLAY "STOP-PAYMENT REQUEST WRITTEN - TRANSMIT IT "
                   "THROUGH STPPAY01.".

      *------------------------------------------
      * The form the check was printed on, found
      * by its check key.
      *------------------------------------------
       VOID-THE-FORM.
           MOVE CHK-BANK-ACCOUNT TO STK-CHECK-ACCOUNT.
           MOVE CHK-CHECK-NO     TO STK-CHECK-NO.
           MOVE "N" TO STOCK-AT-END.
           START CHECK-STOCK-FILE KEY IS NOT LESS THAN STK-CHECK-KEY
               INVALID KEY MOVE "Y" TO STOCK-AT-END.
           IF STOCK-AT-END = "N"
               PERFORM READ-NEXT-STOCK-RECORD.
           PERFORM VOID-ONE-FORM
               UNTIL STOCK-AT-END = "Y".

       VOID-ONE-FORM.
           IF STK-CHECK-ACCOUNT NOT = CHK-BANK-ACCOUNT OR
              STK-CHECK-NO NOT = CHK-CHECK-NO
               MOVE "Y" TO STOCK-AT-END
           ELSE
               IF STK-STATUS = "U"
                   MOVE "V"         TO STK-STATUS
                   MOVE RUN-DATE    TO STK-USED-DATE
                   MOVE OPERATOR-ID TO STK-USED-BY
                   MOVE SPACE       TO STK-NOTE
                   STRING "CHECK VOIDED " ENTERED-VOID-REASON
                          DELIMITED BY SIZE INTO STK-NOTE
                   PERFORM REWRITE-STOCK-RECORD
               END-IF
               PERFORM READ-NEXT-STOCK-RECORD.

       VOID-PENDING-SIGNATURE.
           MOVE CHK-BANK-ACCOUNT TO CSG-BANK-ACCOUNT.
           MOVE CHK-CHECK-NO     TO CSG-CHECK-NO.
           MOVE "Y" TO SIGNATURE-RECORD-FOUND.
           READ CHECK-SIGNATURE-FILE RECORD
               INVALID KEY
                  MOVE "N" TO SIGNATURE-RECORD-FOUND.
           IF SIGNATURE-RECORD-FOUND = "Y" AND
              CSG-STATUS = "A"
               MOVE "V" TO CSG-STATUS
               REWRITE CHECK-SIGNATURE-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING SIGNATURE LOG RECORD".

       DISPLAY-VOID-SUMMARY.
           MOVE REVERSED-TOTAL TO AMOUNT-FIELD.
           DISPLAY " ".
           READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO SCAN-AT-END.

       READ-NEXT-STOCK-RECORD.
           READ CHECK-STOCK-FILE NEXT RECORD
               AT END MOVE "Y" TO STOCK-AT-END.

       REWRITE-STOCK-RECORD.
           REWRITE CHECK-STOCK-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CHECK STOCK RECORD".

       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-ITEM.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".
           PERFORM JOURNAL-VOUCHER-REWRITE.

           COPY "plvjrnl.cbl".

           COPY "plvopen.cbl".
