      * stays unapplied on the receipt record
      * and shows on the inquiry until someone
      * finishes the job.
      *
      * A refund check also counts toward the
      * vendor's oldest open refund request from
      * DBRRPT01 for the company, closing it
      * once the amount asked for has come in.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slvrcpt.cbl".

           COPY "slrfnreq.cbl".

           COPY "slcontrl.cbl".

           COPY "slglpost.cbl".

           COPY "fdvrcpt.cbl".

           COPY "fdrfnreq.cbl".

           COPY "fdcontrl.cbl".

           COPY "fdglpost.cbl".
       77  RECEIPT-AT-END              PIC X(01).
       77  SCAN-AT-END                 PIC X(01).
       77  DETAIL-AT-END               PIC X(01).
       77  REQUEST-AT-END              PIC X(01).
       77  OPEN-REQUEST-FOUND          PIC X(01).
       77  NEXT-PAYMENT-SEQUENCE       PIC 9(03).
       77  RUN-DATE                    PIC 9(08).
       77  COMPANY-CODE                PIC 9(01).
           OPEN EXTEND VOUCHER-JOURNAL-FILE.
           MOVE "VRCMNT01" TO JRN-PROGRAM.
           OPEN I-O VENDOR-RECEIPT-FILE.
           OPEN I-O REFUND-REQUEST-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN I-O PAYMENT-DETAIL-FILE.
           OPEN EXTEND GL-POST-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-JOURNAL-FILE.
           CLOSE VENDOR-RECEIPT-FILE.
           CLOSE REFUND-REQUEST-FILE.
           CLOSE CONTROL-FILE.
           CLOSE PAYMENT-DETAIL-FILE.
           CLOSE GL-POST-FILE.
                   PERFORM OFFER-RECOVERY-BOOKING
               END-IF
               PERFORM WRITE-RECEIPT-RECORD
               PERFORM DISPLAY-RECEIPT-RESULT
               IF VRC-TYPE = "R"
                   PERFORM CREDIT-REFUND-REQUEST.

       INIT-RECEIPT-RECORD.
           MOVE SPACE  TO VRC-CHECK-REF
               MOVE RECEIPT-REMAINING TO AMOUNT-FIELD
               DISPLAY "   STILL UNAPPLIED:    " AMOUNT-FIELD.

      *------------------------------------------
      * A refund check goes against the oldest
      * open refund request this company sent
      * the vendor.  Part of the amount asked
      * for leaves the request open.
      *------------------------------------------
       CREDIT-REFUND-REQUEST.
           MOVE "N" TO OPEN-REQUEST-FOUND.
           MOVE VRC-VENDOR TO RFR-VENDOR.
           MOVE ZEROES TO RFR-SEQUENCE.
           MOVE "N" TO REQUEST-AT-END.
           START REFUND-REQUEST-FILE KEY IS NOT LESS THAN RFR-KEY
               INVALID KEY MOVE "Y" TO REQUEST-AT-END.
           PERFORM CHECK-ONE-REFUND-REQUEST
               UNTIL REQUEST-AT-END = "Y".
           IF OPEN-REQUEST-FOUND = "Y"
               PERFORM APPLY-REFUND-TO-REQUEST.

       CHECK-ONE-REFUND-REQUEST.
           READ REFUND-REQUEST-FILE NEXT RECORD
               AT END MOVE "Y" TO REQUEST-AT-END.
           IF REQUEST-AT-END = "N"
               IF RFR-VENDOR NOT = VRC-VENDOR
                   MOVE "Y" TO REQUEST-AT-END
               ELSE
               IF RFR-STATUS = "O" AND
                  RFR-COMPANY = VRC-COMPANY
                   MOVE "Y" TO OPEN-REQUEST-FOUND
                   MOVE "Y" TO REQUEST-AT-END.

       APPLY-REFUND-TO-REQUEST.
           ADD VRC-AMOUNT TO RFR-RECEIVED-AMOUNT.
           MOVE VRC-RECEIPT-NUMBER TO RFR-RECEIPT-NUMBER.
           IF RFR-RECEIVED-AMOUNT NOT < RFR-AMOUNT
               MOVE "C" TO RFR-STATUS
               MOVE VRC-RECEIPT-DATE TO RFR-CLOSED-DATE.
           REWRITE REFUND-REQUEST-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING REFUND REQUEST RECORD".
           IF RFR-STATUS = "C"
               DISPLAY "   REFUND REQUEST OF " RFR-REQUEST-DATE
                       " CLOSED"
           ELSE
               COMPUTE AMOUNT-FIELD =
                   RFR-AMOUNT - RFR-RECEIVED-AMOUNT
               DISPLAY "   REFUND REQUEST OF " RFR-REQUEST-DATE
                       " STILL OPEN FOR " AMOUNT-FIELD.

       GET-ADD-ANOTHER.
           IF ENTERED-VENDOR = ZEROES
               MOVE "N" TO ADD-ANOTHER
               AT END MOVE "Y" TO SCAN-AT-END.

       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-ITEM.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".
           COPY "pldate01.cbl".

           COPY "plvjrnl.cbl".

           COPY "plvopen.cbl".
