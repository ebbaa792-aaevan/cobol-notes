       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASTRPT01.
      *------------------------------------------
      * Capital additions waiting for a tag.
      * Lists every asset addition VCHMNT01 or
      * VCHIMP01 wrote that the fixed-asset
      * group has not yet tagged and located
      * through ASTMNT01 - the voucher,
      * vendor, invoice, PO, account and
      * amount behind each, and how many days
      * it has been waiting - so the group
      * works the list down instead of
      * discovering the spend in the GL at
      * month end.  Listed in voucher-number
      * order, which is oldest first.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slastadd.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdastadd.cbl".

       WORKING-STORAGE SECTION.

       77  ADDITION-AT-END             PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  DAYS-WAITING                PIC S9(05).
       77  WAITING-COUNT               PIC 9(05) VALUE ZERO.
       77  WAITING-TOTAL               PIC S9(08)V99 VALUE ZERO.
       77  OVER-30-COUNT               PIC 9(05) VALUE ZERO.

       77  AMOUNT-FIELD                PIC ZZZ,ZZ9.99-.
       77  DAYS-FIELD                  PIC ZZZZ9.
       77  TOTAL-FIELD                 PIC ZZZ,ZZZ,ZZ9.99-.

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
           OPEN INPUT ASSET-ADDITION-FILE.
           PERFORM DISPLAY-REPORT-HEADING.

       CLOSING-PROCEDURE.
           PERFORM DISPLAY-REPORT-TOTALS.
           CLOSE ASSET-ADDITION-FILE.

       MAIN-PROCESS.
           PERFORM READ-NEXT-ADDITION-RECORD.
           PERFORM REPORT-THE-ADDITIONS
               UNTIL ADDITION-AT-END = "Y".

       REPORT-THE-ADDITIONS.
           IF AAD-STATUS = "W"
               PERFORM REPORT-ONE-ADDITION.
           PERFORM READ-NEXT-ADDITION-RECORD.

       REPORT-ONE-ADDITION.
           COMPUTE DAYS-WAITING =
               FUNCTION INTEGER-OF-DATE(RUN-DATE) -
               FUNCTION INTEGER-OF-DATE(AAD-ADDED-DATE).
           ADD 1 TO WAITING-COUNT.
           ADD AAD-AMOUNT TO WAITING-TOTAL.
           IF DAYS-WAITING > 30
               ADD 1 TO OVER-30-COUNT.
           MOVE AAD-AMOUNT   TO AMOUNT-FIELD.
           MOVE DAYS-WAITING TO DAYS-FIELD.
           DISPLAY AAD-VOUCHER-NUMBER "-" AAD-LINE-NUMBER
                   " " AAD-COMPANY
                   " " AAD-VENDOR
                   " " AAD-INVOICE
                   " " AAD-PO-NUMBER
                   " " AAD-GL-ACCOUNT
                   " " AMOUNT-FIELD
                   " " DAYS-FIELD.
           DISPLAY "          " AAD-DESCRIPTION.

      *------------------------------------------
      * Report lines
      *------------------------------------------
       DISPLAY-REPORT-HEADING.
           DISPLAY " ".
           DISPLAY "CAPITAL ADDITIONS AWAITING TAG AND LOCATION - "
                   "RUN DATE " RUN-DATE.
           DISPLAY " ".
           DISPLAY "VOUCHER-LN C VENDOR INVOICE         PO     "
                   "ACCOUNT     AMOUNT  DAYS".

       DISPLAY-REPORT-TOTALS.
           MOVE WAITING-TOTAL TO TOTAL-FIELD.
           DISPLAY " ".
           DISPLAY "ADDITIONS WAITING:     " WAITING-COUNT.
           DISPLAY "WAITING OVER 30 DAYS:  " OVER-30-COUNT.
           DISPLAY "TOTAL WAITING:         " TOTAL-FIELD.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-ADDITION-RECORD.
           MOVE "N" TO ADDITION-AT-END.
           READ ASSET-ADDITION-FILE NEXT RECORD
               AT END MOVE "Y" TO ADDITION-AT-END.
