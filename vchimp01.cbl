      * date cannot fall in a closed accounting
      * period, and the GL distribution must
      * add up to the amount with every account
      * on the chart of accounts, and any job a
      * line is charged to must be open on the
      * job master.  A clean
      * record pulls its number through
      * RETRIEVE-NEXT-VOUCHER-NUMBER (same
      * skipped-number logging as keyed entry),

           COPY "slglacct.cbl".

           COPY "slastadd.cbl".

           COPY "slglpost.cbl".

           COPY "slperiod.cbl".

           COPY "sltaxmtx.cbl".

           COPY "sljobmst.cbl".


       DATA DIVISION.
       FILE SECTION.

           COPY "fdglacct.cbl".

           COPY "fdastadd.cbl".

           COPY "fdglpost.cbl".

           COPY "fdperiod.cbl".

           COPY "fdtaxmtx.cbl".

           COPY "fdjobmst.cbl".

       WORKING-STORAGE SECTION.

       77  IMPORT-AT-END               PIC X(01).
       77  PERIOD-RECORD-FOUND         PIC X(01).
       77  DUPLICATE-INVOICE-FOUND     PIC X(01).
       77  XREF-RECORD-FOUND           PIC X(01).
       77  JOB-RECORD-FOUND            PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  COMPANY-CODE                PIC 9(01).

           COPY "wsvjrnl.cbl".

           COPY "wsastadd.cbl".

           COPY "wsvfam.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           OPEN I-O CONTROL-FILE.
           OPEN EXTEND SKIPPED-VOUCHER-FILE.
           OPEN INPUT GL-ACCOUNT-FILE.
           OPEN I-O ASSET-ADDITION-FILE.
           MOVE "VCHIMP01" TO AST-PROGRAM.
           OPEN EXTEND GL-POST-FILE.
           OPEN INPUT ACCT-PERIOD-FILE.
           OPEN I-O INVOICE-XREF-FILE.
           OPEN INPUT STATE-FILE.
           OPEN INPUT TAXABILITY-MATRIX-FILE.
           OPEN INPUT JOB-FILE.
           PERFORM SET-COMPANY-CODE.
           PERFORM DISPLAY-REGISTER-HEADING.

           CLOSE CONTROL-FILE.
           CLOSE SKIPPED-VOUCHER-FILE.
           CLOSE GL-ACCOUNT-FILE.
           CLOSE ASSET-ADDITION-FILE.
           CLOSE GL-POST-FILE.
           CLOSE ACCT-PERIOD-FILE.
           CLOSE INVOICE-XREF-FILE.
           CLOSE STATE-FILE.
           CLOSE TAXABILITY-MATRIX-FILE.
           CLOSE JOB-FILE.


      *------------------------------------------
               IF DUPLICATE-INVOICE-FOUND = "Y"
                   MOVE "N" TO IMPORT-IS-CLEAN
                   MOVE "INVOICE ALREADY ON FILE FOR THIS VENDOR"
                     TO REJECT-REASON
               ELSE
               IF FAM-DUP-FOUND = "Y"
                   MOVE "N" TO IMPORT-IS-CLEAN
                   STRING "INVOICE ON FILE UNDER RELATED VENDOR "
                          FAM-DUP-VENDOR
                          DELIMITED BY SIZE
                          INTO REJECT-REASON.

      *------------------------------------------
      * One keyed read against the invoice
      * cross-reference - the same edit
      * VCHMNT01's ADD mode makes, covering
      * live and archived vouchers alike.  A
      * vendor with a parent or branches is
      * then checked across the family; with
      * no clerk to ask, a related-vendor hit
      * is rejected for review like any other
      * duplicate.
      *------------------------------------------
       CHECK-DUPLICATE-INVOICE.
           MOVE "N" TO DUPLICATE-INVOICE-FOUND.
           MOVE "N" TO FAM-DUP-FOUND.
           MOVE IMP-VENDOR  TO XRF-VENDOR.
           MOVE IMP-INVOICE TO XRF-INVOICE.
           MOVE "Y" TO XREF-RECORD-FOUND.
               INVALID KEY
                  MOVE "N" TO XREF-RECORD-FOUND.
           IF XREF-RECORD-FOUND = "Y"
               MOVE "Y" TO DUPLICATE-INVOICE-FOUND
           ELSE
               MOVE IMP-VENDOR TO FAM-VENDOR
               MOVE IMP-INVOICE TO FAM-INVOICE
               PERFORM CHECK-FAMILY-INVOICE.

       EDIT-IMPORT-AMOUNT.
           IF IMP-AMOUNT = ZEROES
                 TO REJECT-REASON
           ELSE
               ADD IMP-GL-AMOUNT (GL-INDEX)
                   TO GL-DISTRIBUTION-TOTAL
               IF IMP-GL-JOB (GL-INDEX) NOT = ZEROES
                   PERFORM EDIT-ONE-GL-JOB.

       EDIT-ONE-GL-JOB.
           MOVE IMP-GL-JOB (GL-INDEX) TO JOB-NUMBER.
           MOVE "Y" TO JOB-RECORD-FOUND.
           READ JOB-FILE RECORD
               INVALID KEY
                  MOVE "N" TO JOB-RECORD-FOUND.
           IF JOB-RECORD-FOUND = "N"
               MOVE "N" TO IMPORT-IS-CLEAN
               MOVE "JOB NOT ON THE JOB MASTER" TO REJECT-REASON
           ELSE
           IF JOB-STATUS NOT = "O"
               MOVE "N" TO IMPORT-IS-CLEAN
               MOVE "JOB IS CLOSED" TO REJECT-REASON.

      *------------------------------------------
      * A clean record becomes a voucher - same
           MOVE SPACE  TO VOUCHER-1099-FORM.
           MOVE ZEROES TO VOUCHER-LAST-FXGL-AMT.
           MOVE ZEROES TO VOUCHER-1099-BOX.
           MOVE ZEROES TO VOUCHER-VAT-AMOUNT
                          VOUCHER-VAT-RATE
                          VOUCHER-VAT-USD-AMOUNT.
           MOVE SPACE  TO VOUCHER-VAT-COUNTRY
                          VOUCHER-VAT-REG-NO.
           MOVE "N" TO VOUCHER-RETAINAGE-RELEASED.
           MOVE ZEROES TO VOUCHER-RETAINAGE-PCT
                          VOUCHER-RETAINED-TO-DATE
           MOVE ZEROES TO VOUCHER-GL-ACCOUNT (GL-INDEX)
                          VOUCHER-GL-AMOUNT (GL-INDEX)
                          VOUCHER-GL-LINE-COMPANY (GL-INDEX)
                          VOUCHER-GL-LINE-JOB (GL-INDEX)
                          VOUCHER-PAYMENT-DISC-TAKEN (GL-INDEX)
                          VOUCHER-SCHED-DATE (GL-INDEX)
                          VOUCHER-SCHED-AMOUNT (GL-INDEX).
               TO VOUCHER-GL-ACCOUNT (GL-INDEX).
           MOVE IMP-GL-AMOUNT (GL-INDEX)
               TO VOUCHER-GL-AMOUNT (GL-INDEX).
           MOVE IMP-GL-JOB (GL-INDEX)
               TO VOUCHER-GL-LINE-JOB (GL-INDEX).

      *------------------------------------------
      * Voucher numbering - same pattern as
      * The same accrual entries VCHMNT01 books
      * at keyed entry - one "ACR" debit per
      * distribution line, one credit to the AP
      * account for the total - and, like
      * VCHMNT01, an asset addition for every
      * line coded to a capital account.
      *------------------------------------------
       POST-ACCRUAL-ENTRIES.
           MOVE +1 TO ACCRUAL-SIGN.
           PERFORM WRITE-ASSET-ADDITIONS.
           PERFORM READ-CONTROL-RECORD.
           PERFORM WRITE-ONE-ACCRUAL-LINE
               VARYING GL-INDEX FROM 1 BY 1
                  MOVE "N" TO VENDOR-RECORD-FOUND.

       WRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-ITEM.
           WRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING VOUCHER RECORD".
                       "VOUCHER " VOUCHER-NUMBER.

           COPY "plvjrnl.cbl".

           COPY "plastadd.cbl".

           COPY "plvopen.cbl".

           COPY "plvfam.cbl".

           COPY "plvfinv.cbl".
