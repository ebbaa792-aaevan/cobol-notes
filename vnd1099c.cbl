       IDENTIFICATION DIVISION.
       PROGRAM-ID. VND1099C.
      *------------------------------------------
      * 1099 corrections.  VND1099 files the
      * original and records what it told the
      * IRS on the filed-1099 snapshot; after
      * that a voided check, a vendor merged in
      * VNDMRG01 or a voucher reclassified to
      * another form or box can move a
      * vendor's year total, and nothing said
      * so.
      *
      * This run totals the tax year again
      * exactly the way VND1099 does - live
      * and archived vouchers, payment-detail
      * rows first, classified by voucher
      * override then vendor default - and
      * sets every vendor/form/box group
      * against the snapshot.  Only a group
      * whose reportable amount differs from
      * what was filed gets a correction: a
      * corrected B record (indicator "G") on
      * the corrected FIRE file, a CORRECTED
      * Copy B on the forms file, and a line
      * on the listing with the filed amount,
      * the amount now, and the change.  A
      * group that was filed and has since
      * gone to nothing - the merged-away
      * vendor, or a box everything was
      * reclassified out of - is corrected
      * to zero.  A group never filed at all
      * is listed but not put on the file; it
      * goes in as an original, not a
      * correction.
      *
      * When the operator says the corrections
      * are being filed, each corrected group's
      * snapshot is rewritten to the new
      * amount, so the next correction run
      * starts from what the IRS now holds.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvnd02.cbl".

           COPY "slvouch.cbl".

           COPY "slvchhist.cbl".

           COPY "slpaydtl.cbl".

           COPY "sl1099f.cbl".

           SELECT CORRECTED-FIRE-FILE
               ASSIGN TO "fire1099c"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FORMS-PRINT-FILE
               ASSIGN TO "f1099cor"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvnd04.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvchhist.cbl".

           COPY "fdpaydtl.cbl".

           COPY "fd1099f.cbl".

      *------------------------------------------
      * The corrected submission - same FIRE
      * layout as the original VND1099 writes.
      *------------------------------------------
       FD  CORRECTED-FIRE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CORRECTED-FIRE-RECORD        PIC X(750).

       FD  FORMS-PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  FORMS-PRINT-RECORD           PIC X(80).

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

           COPY "wssignon.cbl".

           COPY "wscase01.cbl".

           COPY "wscompny.cbl".

           COPY "wsmask.cbl".

       77  COMPANY-CODE                PIC 9(01).

       77  VOUCHER-AT-END              PIC X(01).
       77  HISTORY-AT-END              PIC X(01).
       77  FILED-AT-END                PIC X(01).
       77  VENDOR-RECORD-FOUND         PIC X(01).
       77  FILED-RECORD-FOUND          PIC X(01).
       77  FILE-THE-CORRECTIONS        PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  TAX-YEAR                    PIC 9(04).
       77  PAYER-TIN                   PIC X(09).
       77  PAYER-NAME                  PIC X(40).

       77  PH-INDEX                    PIC 9(01).
       77  DETAIL-AT-END               PIC X(01).
       77  DETAIL-ROWS-FOUND           PIC X(01).
       77  DETAIL-WALK-VOUCHER         PIC 9(07).
       77  THIS-VOUCHER-PAID           PIC S9(07)V99.
       77  WORK-VENDOR                 PIC 9(05).
       77  WORK-FORM                   PIC X(03).
       77  WORK-BOX                    PIC 9(02).

       77  CURRENT-FORM                PIC X(03).
       77  CURRENT-RETURN-TYPE         PIC X(02).
       77  FORM-A-WRITTEN              PIC X(01).
       77  FORM-PAYEE-COUNT            PIC 9(05).
       77  FORM-TOTAL                  PIC S9(09)V99.
       77  REPORTABLE-AMOUNT           PIC S9(09)V99.
       77  AMOUNT-CHANGE               PIC S9(09)V99.
       77  AMOUNT-IN-CENTS             PIC 9(12).

       77  FILED-GROUP-COUNT           PIC 9(05) VALUE ZERO.
       77  CORRECTED-COUNT             PIC 9(05) VALUE ZERO.
       77  UNFILED-COUNT               PIC 9(05) VALUE ZERO.
       77  FORMS-PRINTED               PIC 9(05) VALUE ZERO.
       77  CHANGE-TOTAL                PIC S9(09)V99 VALUE ZERO.

      *------------------------------------------
      * Per-vendor/form/box year totals, the
      * same table VND1099 accumulates, with
      * the snapshot's filed amount set
      * alongside each group.
      *------------------------------------------
       77  TOTAL-ENTRY-COUNT           PIC 9(04) VALUE ZERO.
       77  TOTAL-INDEX                 PIC 9(04).
       77  TOTAL-SLOT-FOUND            PIC X(01).
       77  TOTAL-TABLE-FULL            PIC X(01) VALUE "N".
       01  VENDOR-TOTAL-TABLE.
           05 VENDOR-TOTAL-ENTRY       OCCURS 1000 TIMES.
              10 VTT-VENDOR            PIC 9(05).
              10 VTT-FORM              PIC X(03).
              10 VTT-BOX               PIC 9(02).
              10 VTT-PAID-AMOUNT       PIC S9(09)V99.
              10 VTT-FILED-AMOUNT      PIC S9(09)V99.
              10 VTT-ON-FILE           PIC X(01).

       01  FIRE-T-RECORD.
           05 FT-RECORD-TYPE           PIC X(01) VALUE "T".
           05 FT-PAYMENT-YEAR          PIC 9(04).
           05 FT-TRANSMITTER-TIN       PIC X(09).
           05 FT-TRANSMITTER-NAME      PIC X(40).
           05 FILLER                   PIC X(696) VALUE SPACE.

       01  FIRE-A-RECORD.
           05 FA-RECORD-TYPE           PIC X(01) VALUE "A".
           05 FA-PAYMENT-YEAR          PIC 9(04).
           05 FA-PAYER-TIN             PIC X(09).
           05 FA-PAYER-NAME            PIC X(40).
           05 FA-RETURN-TYPE           PIC X(02).
           05 FILLER                   PIC X(694) VALUE SPACE.

       01  FIRE-B-RECORD.
           05 FB-RECORD-TYPE           PIC X(01) VALUE "B".
           05 FB-PAYMENT-YEAR          PIC 9(04).
           05 FB-PAYEE-TIN             PIC X(09).
           05 FB-PAYEE-NAME            PIC X(40).
           05 FB-PAYEE-ADDRESS         PIC X(40).
           05 FB-PAYEE-CITY            PIC X(40).
           05 FB-PAYEE-STATE           PIC X(02).
           05 FB-PAYEE-ZIP             PIC X(09).
           05 FB-PAYMENT-AMOUNT-1      PIC 9(12).
           05 FB-FORM                  PIC X(03).
           05 FB-BOX                   PIC 9(02).
           05 FB-CORRECTED-RETURN      PIC X(01) VALUE "G".
           05 FILLER                   PIC X(587) VALUE SPACE.

       01  FIRE-C-RECORD.
           05 FC-RECORD-TYPE           PIC X(01) VALUE "C".
           05 FC-PAYEE-COUNT           PIC 9(08).
           05 FC-TOTAL-AMOUNT-1        PIC 9(15).
           05 FILLER                   PIC X(726) VALUE SPACE.

       01  FIRE-F-RECORD.
           05 FF-RECORD-TYPE           PIC X(01) VALUE "F".
           05 FF-PAYEE-COUNT           PIC 9(08).
           05 FILLER                   PIC X(741) VALUE SPACE.

      *------------------------------------------
      * The TIN goes on the FIRE record with
      * the dashes squeezed out.
      *------------------------------------------
       77  TIN-WORK                    PIC X(11).
       77  TIN-DIGITS                  PIC X(09).
       77  TIN-IN                      PIC 9(02).
       77  TIN-OUT                     PIC 9(02).

       77  COPY-ADDRESS-1              PIC X(30).
       77  COPY-ADDRESS-2              PIC X(30).
       77  COPY-CITY                   PIC X(20).
       77  COPY-STATE                  PIC X(02).
       77  COPY-ZIP                    PIC X(10).

       77  VENDOR-NUMBER-FIELD         PIC Z(5).
       77  FILED-AMOUNT-FIELD          PIC ZZZ,ZZZ,ZZ9.99-.
       77  NOW-AMOUNT-FIELD            PIC ZZZ,ZZZ,ZZ9.99-.
       77  CHANGE-AMOUNT-FIELD         PIC ZZZ,ZZZ,ZZ9.99-.
       77  AMOUNT-FIELD                PIC ZZZ,ZZZ,ZZ9.99-.
       77  FORM-LINE                   PIC X(80).

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
           PERFORM SET-COMPANY-CODE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM ENTER-TAX-YEAR.
           DISPLAY "ENTER PAYER TIN (9 DIGITS, NO DASHES)".
           ACCEPT PAYER-TIN.
           DISPLAY "ENTER PAYER NAME".
           ACCEPT PAYER-NAME.
           PERFORM ASK-FILE-THE-CORRECTIONS.
           MOVE "VND1099C" TO REPORT-ID.
           MOVE COMPANY-CODE TO REPORT-COMPANY.
           MOVE "1099 CORRECTIONS" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT PAYMENT-DETAIL-FILE.
           OPEN I-O FILED-1099-FILE.
           OPEN OUTPUT CORRECTED-FIRE-FILE.
           OPEN OUTPUT FORMS-PRINT-FILE.
           PERFORM DISPLAY-REPORT-HEADING.

       CLOSING-PROCEDURE.
           PERFORM WRITE-FIRE-TRAILERS.
           PERFORM DISPLAY-REPORT-TOTAL.
           PERFORM CLOSE-THE-REPORT.
           CLOSE VENDOR-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE PAYMENT-DETAIL-FILE.
           CLOSE FILED-1099-FILE.
           CLOSE CORRECTED-FIRE-FILE.
           CLOSE FORMS-PRINT-FILE.

       ENTER-TAX-YEAR.
           DISPLAY "ENTER TAX YEAR TO CORRECT (CCYY)".
           ACCEPT TAX-YEAR.
           IF TAX-YEAR < 1990 OR TAX-YEAR > 2099
               DISPLAY "THAT IS NOT A USABLE TAX YEAR"
               PERFORM ENTER-TAX-YEAR.

      * A N answer is a preview - the files and
      * the listing are produced, and the
      * snapshot is left as it stands.
       ASK-FILE-THE-CORRECTIONS.
           DISPLAY "ARE THESE CORRECTIONS GOING TO THE IRS - "
                   "UPDATE THE FILED SNAPSHOT (Y/N)?".
           ACCEPT FILE-THE-CORRECTIONS.
           INSPECT FILE-THE-CORRECTIONS
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF FILE-THE-CORRECTIONS NOT = "Y" AND
              FILE-THE-CORRECTIONS NOT = "N"
               DISPLAY "YOU MUST ENTER YES OR NO"
               PERFORM ASK-FILE-THE-CORRECTIONS.

      *------------------------------------------
      * Which company's books?  The company
      * APMAIN01 signed on carries through;
      * a standalone run asks.
      *------------------------------------------
       SET-COMPANY-CODE.
           IF SIGNED-ON-COMPANY NOT = ZERO
               MOVE SIGNED-ON-COMPANY TO COMPANY-CODE
           ELSE
               DISPLAY "ENTER COMPANY NUMBER (1-9)"
               ACCEPT COMPANY-CODE
               IF COMPANY-CODE = ZERO
                   MOVE 1 TO COMPANY-CODE.

       MAIN-PROCESS.
           PERFORM TOTAL-LIVE-VOUCHERS.
           PERFORM TOTAL-ARCHIVED-VOUCHERS.
           PERFORM MERGE-FILED-SNAPSHOT.
           PERFORM WRITE-FIRE-HEADERS.
           PERFORM CORRECT-1099-GROUPS.
           PERFORM LIST-UNFILED-GROUPS.

      *------------------------------------------
      * Pass 1 - live vouchers (the same
      * accumulation VND1099 makes).
      *------------------------------------------
       TOTAL-LIVE-VOUCHERS.
           PERFORM READ-NEXT-VOUCHER-RECORD.
           PERFORM TOTAL-ONE-LIVE-VOUCHER
               UNTIL VOUCHER-AT-END = "Y".

      * An employee reimbursement ("E") is never
      * 1099-reportable - it is not a payment
      * for services, and the employee is not
      * on the vendor master to file under.
       TOTAL-ONE-LIVE-VOUCHER.
           MOVE ZEROES TO THIS-VOUCHER-PAID.
           IF VOUCHER-COMPANY NOT = COMPANY-CODE OR
              VOUCHER-ONE-TIME-FLAG = "E"
               CONTINUE
           ELSE
               MOVE VOUCHER-NUMBER TO DETAIL-WALK-VOUCHER
               PERFORM WALK-PAYMENT-DETAILS
               IF DETAIL-ROWS-FOUND = "N"
                   PERFORM TOTAL-LIVE-FROM-TABLE
               END-IF
           END-IF.
           IF THIS-VOUCHER-PAID NOT = ZEROES
               MOVE VOUCHER-VENDOR TO WORK-VENDOR
               MOVE VOUCHER-1099-FORM TO WORK-FORM
               MOVE VOUCHER-1099-BOX  TO WORK-BOX
               PERFORM CLASSIFY-THE-PAYMENT
               PERFORM ADD-TO-VENDOR-TOTAL.
           PERFORM READ-NEXT-VOUCHER-RECORD.

       TOTAL-LIVE-FROM-TABLE.
           IF VOUCHER-PAYMENT-COUNT = ZEROES
               IF VOUCHER-PAID-DATE (1:4) = TAX-YEAR
                   ADD VOUCHER-PAID-AMOUNT TO THIS-VOUCHER-PAID
               END-IF
           ELSE
               PERFORM TOTAL-ONE-LIVE-PAYMENT
                   VARYING PH-INDEX FROM 1 BY 1
                   UNTIL PH-INDEX > VOUCHER-PAYMENT-COUNT.

       TOTAL-ONE-LIVE-PAYMENT.
           IF VOUCHER-PAYMENT-DATE (PH-INDEX) (1:4) = TAX-YEAR
               ADD VOUCHER-PAYMENT-AMOUNT (PH-INDEX)
                   TO THIS-VOUCHER-PAID.

      *------------------------------------------
      * Pass 2 - archived vouchers.
      *------------------------------------------
       TOTAL-ARCHIVED-VOUCHERS.
           PERFORM READ-NEXT-HISTORY-RECORD.
           PERFORM TOTAL-ONE-ARCHIVED-VOUCHER
               UNTIL HISTORY-AT-END = "Y".

       TOTAL-ONE-ARCHIVED-VOUCHER.
           MOVE ZEROES TO THIS-VOUCHER-PAID.
           IF VCH-HIST-COMPANY NOT = COMPANY-CODE OR
              VCH-HIST-ONE-TIME-FLAG = "E"
               CONTINUE
           ELSE
               MOVE VCH-HIST-NUMBER TO DETAIL-WALK-VOUCHER
               PERFORM WALK-PAYMENT-DETAILS
               IF DETAIL-ROWS-FOUND = "N"
                   PERFORM TOTAL-ARCHIVED-FROM-TABLE
               END-IF
           END-IF.
           IF THIS-VOUCHER-PAID NOT = ZEROES
               MOVE VCH-HIST-VENDOR TO WORK-VENDOR
               MOVE VCH-HIST-1099-FORM TO WORK-FORM
               MOVE VCH-HIST-1099-BOX  TO WORK-BOX
               PERFORM CLASSIFY-THE-PAYMENT
               PERFORM ADD-TO-VENDOR-TOTAL.
           PERFORM READ-NEXT-HISTORY-RECORD.

       TOTAL-ARCHIVED-FROM-TABLE.
           IF VCH-HIST-PAYMENT-COUNT = ZEROES
               IF VCH-HIST-PAID-DATE (1:4) = TAX-YEAR
                   ADD VCH-HIST-PAID-AMOUNT TO THIS-VOUCHER-PAID
               END-IF
           ELSE
               PERFORM TOTAL-ONE-ARCHIVED-PAYMENT
                   VARYING PH-INDEX FROM 1 BY 1
                   UNTIL PH-INDEX > VCH-HIST-PAYMENT-COUNT.

       TOTAL-ONE-ARCHIVED-PAYMENT.
           IF VCH-HIST-PAYMENT-DATE (PH-INDEX) (1:4) = TAX-YEAR
               ADD VCH-HIST-PAYMENT-AMOUNT (PH-INDEX)
                   TO THIS-VOUCHER-PAID.

       WALK-PAYMENT-DETAILS.
           MOVE "N" TO DETAIL-ROWS-FOUND.
           MOVE DETAIL-WALK-VOUCHER TO PDT-VOUCHER-NUMBER.
           MOVE ZEROES TO PDT-SEQUENCE.
           MOVE "N" TO DETAIL-AT-END.
           START PAYMENT-DETAIL-FILE
               KEY IS NOT LESS THAN PDT-KEY
               INVALID KEY MOVE "Y" TO DETAIL-AT-END.
           PERFORM READ-ONE-PAYMENT-DETAIL
               UNTIL DETAIL-AT-END = "Y".

       READ-ONE-PAYMENT-DETAIL.
           READ PAYMENT-DETAIL-FILE NEXT RECORD
               AT END MOVE "Y" TO DETAIL-AT-END.
           IF DETAIL-AT-END = "N"
               IF PDT-VOUCHER-NUMBER NOT = DETAIL-WALK-VOUCHER
                   MOVE "Y" TO DETAIL-AT-END
               ELSE
                   MOVE "Y" TO DETAIL-ROWS-FOUND
                   PERFORM TALLY-ONE-DETAIL-PAYMENT.

      * A WOFRUN01 write-off row ("O") moved no
      * money to the vendor, and a virtual-card
      * payment ("V") is the card processor's to
      * report on 1099-K - neither is counted.
       TALLY-ONE-DETAIL-PAYMENT.
           IF PDT-DATE (1:4) = TAX-YEAR AND
              PDT-METHOD NOT = "O" AND
              PDT-METHOD NOT = "V"
               ADD PDT-AMOUNT TO THIS-VOUCHER-PAID.

      *------------------------------------------
      * Classification - voucher override,
      * else vendor default, else NEC box 1,
      * the same rule VND1099 applies.
      *------------------------------------------
       CLASSIFY-THE-PAYMENT.
           IF WORK-FORM = SPACE
               MOVE WORK-VENDOR TO VENDOR-NUMBER
               PERFORM READ-VENDOR-KEYED
               IF VENDOR-RECORD-FOUND = "Y"
                   MOVE VENDOR-1099-FORM TO WORK-FORM
                   MOVE VENDOR-1099-BOX  TO WORK-BOX
               END-IF
           END-IF.
           IF WORK-FORM = SPACE
               MOVE "NEC" TO WORK-FORM
               MOVE 1     TO WORK-BOX.
           IF WORK-BOX = ZEROES
               MOVE 1 TO WORK-BOX.

       ADD-TO-VENDOR-TOTAL.
           MOVE "N" TO TOTAL-SLOT-FOUND.
           PERFORM CHECK-ONE-TOTAL-SLOT
               VARYING TOTAL-INDEX FROM 1 BY 1
               UNTIL TOTAL-INDEX > TOTAL-ENTRY-COUNT OR
                     TOTAL-SLOT-FOUND = "Y".
           IF TOTAL-SLOT-FOUND = "Y"
               SUBTRACT 1 FROM TOTAL-INDEX
               ADD THIS-VOUCHER-PAID
                   TO VTT-PAID-AMOUNT (TOTAL-INDEX)
           ELSE
           IF TOTAL-ENTRY-COUNT < 1000
               ADD 1 TO TOTAL-ENTRY-COUNT
               MOVE WORK-VENDOR
                   TO VTT-VENDOR (TOTAL-ENTRY-COUNT)
               MOVE WORK-FORM TO VTT-FORM (TOTAL-ENTRY-COUNT)
               MOVE WORK-BOX  TO VTT-BOX (TOTAL-ENTRY-COUNT)
               MOVE THIS-VOUCHER-PAID
                   TO VTT-PAID-AMOUNT (TOTAL-ENTRY-COUNT)
               MOVE ZEROES TO VTT-FILED-AMOUNT (TOTAL-ENTRY-COUNT)
               MOVE "N"    TO VTT-ON-FILE (TOTAL-ENTRY-COUNT)
           ELSE
               MOVE "Y" TO TOTAL-TABLE-FULL.

       CHECK-ONE-TOTAL-SLOT.
           IF VTT-VENDOR (TOTAL-INDEX) = WORK-VENDOR AND
              VTT-FORM (TOTAL-INDEX) = WORK-FORM AND
              VTT-BOX (TOTAL-INDEX) = WORK-BOX
               MOVE "Y" TO TOTAL-SLOT-FOUND.

      *------------------------------------------
      * Set the snapshot against the year's
      * totals.  A filed group with nothing
      * paid now still gets a slot - its
      * current amount is zero, and that is
      * the correction.
      *------------------------------------------
       MERGE-FILED-SNAPSHOT.
           MOVE COMPANY-CODE TO F99-COMPANY.
           MOVE TAX-YEAR     TO F99-TAX-YEAR.
           MOVE ZEROES       TO F99-VENDOR
                                F99-BOX.
           MOVE SPACES       TO F99-FORM.
           MOVE "N" TO FILED-AT-END.
           START FILED-1099-FILE
               KEY IS NOT LESS THAN F99-KEY
               INVALID KEY MOVE "Y" TO FILED-AT-END.
           PERFORM MERGE-ONE-FILED-GROUP
               UNTIL FILED-AT-END = "Y".
           IF FILED-GROUP-COUNT = ZEROES
               MOVE SPACE TO PRINT-LINE
               STRING "*** NO FILING COPY IS RECORDED FOR THIS "
                      "COMPANY AND YEAR - RUN VND1099 FIRST ***"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.

       MERGE-ONE-FILED-GROUP.
           READ FILED-1099-FILE NEXT RECORD
               AT END MOVE "Y" TO FILED-AT-END.
           IF FILED-AT-END = "N"
               IF F99-COMPANY NOT = COMPANY-CODE OR
                  F99-TAX-YEAR NOT = TAX-YEAR
                   MOVE "Y" TO FILED-AT-END
               ELSE
                   ADD 1 TO FILED-GROUP-COUNT
                   PERFORM SET-FILED-AMOUNT.

       SET-FILED-AMOUNT.
           MOVE F99-VENDOR TO WORK-VENDOR.
           MOVE F99-FORM   TO WORK-FORM.
           MOVE F99-BOX    TO WORK-BOX.
           MOVE ZEROES     TO THIS-VOUCHER-PAID.
           PERFORM ADD-TO-VENDOR-TOTAL.
           IF TOTAL-SLOT-FOUND = "N" AND
              TOTAL-TABLE-FULL = "N"
               MOVE TOTAL-ENTRY-COUNT TO TOTAL-INDEX
               MOVE "Y" TO TOTAL-SLOT-FOUND.
           IF TOTAL-SLOT-FOUND = "Y"
               MOVE F99-AMOUNT TO VTT-FILED-AMOUNT (TOTAL-INDEX)
               MOVE "Y"        TO VTT-ON-FILE (TOTAL-INDEX).

      *------------------------------------------
      * One A/B.../C group per form, as the
      * original was filed - NE for 1099-NEC,
      * A for 1099-MISC.
      *------------------------------------------
       CORRECT-1099-GROUPS.
           MOVE "NEC" TO CURRENT-FORM.
           MOVE "NE"  TO CURRENT-RETURN-TYPE.
           PERFORM CORRECT-ONE-FORM.
           MOVE "MIS" TO CURRENT-FORM.
           MOVE "A"   TO CURRENT-RETURN-TYPE.
           PERFORM CORRECT-ONE-FORM.

       CORRECT-ONE-FORM.
           MOVE ZEROES TO FORM-PAYEE-COUNT
                          FORM-TOTAL.
           MOVE "N" TO FORM-A-WRITTEN.
           PERFORM CHECK-ONE-FILED-GROUP
               VARYING TOTAL-INDEX FROM 1 BY 1
               UNTIL TOTAL-INDEX > TOTAL-ENTRY-COUNT.
           IF FORM-A-WRITTEN = "Y"
               PERFORM WRITE-FIRE-C-RECORD.

      * Only a 1099 vendor still on file has a
      * reportable amount - a vendor merged
      * away, or one whose 1099 flag has since
      * come off, reports zero now.
       CHECK-ONE-FILED-GROUP.
           IF VTT-FORM (TOTAL-INDEX) = CURRENT-FORM AND
              VTT-ON-FILE (TOTAL-INDEX) = "Y"
               PERFORM SET-REPORTABLE-AMOUNT
               IF REPORTABLE-AMOUNT NOT =
                  VTT-FILED-AMOUNT (TOTAL-INDEX)
                   PERFORM CORRECT-ONE-GROUP
               END-IF
           END-IF.

       SET-REPORTABLE-AMOUNT.
           MOVE ZEROES TO REPORTABLE-AMOUNT.
           MOVE VTT-VENDOR (TOTAL-INDEX) TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-KEYED.
           IF VENDOR-RECORD-FOUND = "Y" AND
              VENDOR-1099-FLAG = "Y"
               MOVE VTT-PAID-AMOUNT (TOTAL-INDEX)
                   TO REPORTABLE-AMOUNT.

       CORRECT-ONE-GROUP.
           PERFORM READ-FILED-GROUP.
           IF FILED-RECORD-FOUND = "Y"
               IF FORM-A-WRITTEN = "N"
                   PERFORM WRITE-FIRE-A-RECORD
                   MOVE "Y" TO FORM-A-WRITTEN
               END-IF
               COMPUTE AMOUNT-CHANGE =
                   REPORTABLE-AMOUNT - F99-AMOUNT
               PERFORM DISPLAY-CORRECTION-LINE
               PERFORM WRITE-FIRE-B-RECORD
               PERFORM SELECT-COPY-ADDRESS
               PERFORM PRINT-ONE-FORM-BLOCK
               ADD 1 TO FORM-PAYEE-COUNT
               ADD REPORTABLE-AMOUNT TO FORM-TOTAL
               ADD 1 TO CORRECTED-COUNT
               ADD AMOUNT-CHANGE TO CHANGE-TOTAL
               IF FILE-THE-CORRECTIONS = "Y"
                   PERFORM UPDATE-FILED-GROUP.

       UPDATE-FILED-GROUP.
           MOVE REPORTABLE-AMOUNT TO F99-AMOUNT.
           MOVE RUN-DATE          TO F99-CORRECTED-DATE.
           ADD 1                  TO F99-CORRECTION-COUNT.
           REWRITE FILED-1099-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING FILED-1099 RECORD".

      *------------------------------------------
      * Reportable now, never filed - an
      * original return, listed so it is not
      * forgotten, but kept off the corrected
      * file.
      *------------------------------------------
       LIST-UNFILED-GROUPS.
           PERFORM CHECK-ONE-UNFILED-GROUP
               VARYING TOTAL-INDEX FROM 1 BY 1
               UNTIL TOTAL-INDEX > TOTAL-ENTRY-COUNT.

       CHECK-ONE-UNFILED-GROUP.
           IF VTT-ON-FILE (TOTAL-INDEX) = "N" AND
              VTT-PAID-AMOUNT (TOTAL-INDEX) NOT = ZEROES
               PERFORM SET-REPORTABLE-AMOUNT
               IF REPORTABLE-AMOUNT NOT = ZEROES
                   PERFORM DISPLAY-UNFILED-LINE
                   ADD 1 TO UNFILED-COUNT
               END-IF
           END-IF.

      *------------------------------------------
      * The corrected FIRE file.  The B record
      * carries the payee exactly as the
      * original filed it, so the IRS can
      * match the correction to it.
      *------------------------------------------
       WRITE-FIRE-HEADERS.
           MOVE TAX-YEAR  TO FT-PAYMENT-YEAR.
           MOVE PAYER-TIN TO FT-TRANSMITTER-TIN.
           MOVE PAYER-NAME TO FT-TRANSMITTER-NAME.
           MOVE FIRE-T-RECORD TO CORRECTED-FIRE-RECORD.
           WRITE CORRECTED-FIRE-RECORD.

       WRITE-FIRE-A-RECORD.
           MOVE TAX-YEAR  TO FA-PAYMENT-YEAR.
           MOVE PAYER-TIN TO FA-PAYER-TIN.
           MOVE PAYER-NAME TO FA-PAYER-NAME.
           MOVE CURRENT-RETURN-TYPE TO FA-RETURN-TYPE.
           MOVE FIRE-A-RECORD TO CORRECTED-FIRE-RECORD.
           WRITE CORRECTED-FIRE-RECORD.

       WRITE-FIRE-B-RECORD.
           MOVE TAX-YEAR          TO FB-PAYMENT-YEAR.
           PERFORM SQUEEZE-FILED-TIN.
           MOVE TIN-DIGITS        TO FB-PAYEE-TIN.
           MOVE F99-PAYEE-NAME    TO FB-PAYEE-NAME.
           MOVE F99-ADDRESS-1     TO FB-PAYEE-ADDRESS.
           MOVE F99-CITY          TO FB-PAYEE-CITY.
           MOVE F99-STATE         TO FB-PAYEE-STATE.
           MOVE F99-ZIP           TO FB-PAYEE-ZIP.
           COMPUTE AMOUNT-IN-CENTS = REPORTABLE-AMOUNT * 100.
           MOVE AMOUNT-IN-CENTS   TO FB-PAYMENT-AMOUNT-1.
           MOVE F99-FORM          TO FB-FORM.
           MOVE F99-BOX           TO FB-BOX.
           MOVE FIRE-B-RECORD     TO CORRECTED-FIRE-RECORD.
           WRITE CORRECTED-FIRE-RECORD.

       SQUEEZE-FILED-TIN.
           MOVE F99-PAYEE-TIN TO TIN-WORK.
           MOVE SPACE TO TIN-DIGITS.
           MOVE 1 TO TIN-OUT.
           PERFORM SQUEEZE-ONE-TIN-CHARACTER
               VARYING TIN-IN FROM 1 BY 1
               UNTIL TIN-IN > 11 OR TIN-OUT > 9.

       SQUEEZE-ONE-TIN-CHARACTER.
           IF TIN-WORK (TIN-IN:1) NUMERIC
               MOVE TIN-WORK (TIN-IN:1) TO TIN-DIGITS (TIN-OUT:1)
               ADD 1 TO TIN-OUT.

       WRITE-FIRE-C-RECORD.
           MOVE FORM-PAYEE-COUNT TO FC-PAYEE-COUNT.
           COMPUTE AMOUNT-IN-CENTS = FORM-TOTAL * 100.
           MOVE AMOUNT-IN-CENTS  TO FC-TOTAL-AMOUNT-1.
           MOVE FIRE-C-RECORD    TO CORRECTED-FIRE-RECORD.
           WRITE CORRECTED-FIRE-RECORD.

       WRITE-FIRE-TRAILERS.
           MOVE CORRECTED-COUNT   TO FF-PAYEE-COUNT.
           MOVE FIRE-F-RECORD     TO CORRECTED-FIRE-RECORD.
           WRITE CORRECTED-FIRE-RECORD.

      *------------------------------------------
      * The corrected recipient copy goes to
      * the vendor's remit-to address when one
      * is set up, the main address otherwise,
      * and the address as filed when the
      * vendor is gone.
      *------------------------------------------
       SELECT-COPY-ADDRESS.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE F99-ADDRESS-1 TO COPY-ADDRESS-1
               MOVE F99-ADDRESS-2 TO COPY-ADDRESS-2
               MOVE F99-CITY      TO COPY-CITY
               MOVE F99-STATE     TO COPY-STATE
               MOVE F99-ZIP       TO COPY-ZIP
           ELSE
           IF VENDOR-REMIT-ADDRESS-1 NOT = SPACE
               MOVE VENDOR-REMIT-ADDRESS-1 TO COPY-ADDRESS-1
               MOVE VENDOR-REMIT-ADDRESS-2 TO COPY-ADDRESS-2
               MOVE VENDOR-REMIT-CITY      TO COPY-CITY
               MOVE VENDOR-REMIT-STATE     TO COPY-STATE
               MOVE VENDOR-REMIT-ZIP       TO COPY-ZIP
           ELSE
               MOVE VENDOR-ADDRESS-1 TO COPY-ADDRESS-1
               MOVE VENDOR-ADDRESS-2 TO COPY-ADDRESS-2
               MOVE VENDOR-CITY      TO COPY-CITY
               MOVE VENDOR-STATE     TO COPY-STATE
               MOVE VENDOR-ZIP       TO COPY-ZIP.

      *------------------------------------------
      * The form - VND1099P's twenty-line
      * block, marked CORRECTED, three to a
      * page of the same stock.
      *------------------------------------------
       PRINT-ONE-FORM-BLOCK.
           MOVE SPACE TO FORM-LINE.
           STRING "FORM 1099-" F99-FORM
                  "   TAX YEAR " TAX-YEAR
                  "   COPY B - FOR RECIPIENT   CORRECTED"
                  DELIMITED BY SIZE INTO FORM-LINE.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACE TO FORM-LINE.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACE TO FORM-LINE.
           STRING "PAYER: " PAYER-NAME
                  DELIMITED BY SIZE INTO FORM-LINE.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACE TO FORM-LINE.
           STRING "PAYER TIN: " PAYER-TIN
                  DELIMITED BY SIZE INTO FORM-LINE.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACE TO FORM-LINE.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACE TO FORM-LINE.
           STRING "RECIPIENT: " F99-PAYEE-NAME
                  DELIMITED BY SIZE INTO FORM-LINE.
           PERFORM WRITE-FORM-LINE.
           MOVE F99-PAYEE-TIN TO MASK-SOURCE.
           PERFORM MASK-LAST-FOUR.
           MOVE SPACE TO FORM-LINE.
           STRING "RECIPIENT TIN: " MASK-RESULT
                  DELIMITED BY SIZE INTO FORM-LINE.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACE TO FORM-LINE.
           STRING "           " COPY-ADDRESS-1
                  DELIMITED BY SIZE INTO FORM-LINE.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACE TO FORM-LINE.
           IF COPY-ADDRESS-2 NOT = SPACE
               STRING "           " COPY-ADDRESS-2
                      DELIMITED BY SIZE INTO FORM-LINE.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACE TO FORM-LINE.
           STRING "           " COPY-CITY ", " COPY-STATE
                  "  " COPY-ZIP
                  DELIMITED BY SIZE INTO FORM-LINE.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACE TO FORM-LINE.
           PERFORM WRITE-FORM-LINE.
           MOVE REPORTABLE-AMOUNT TO AMOUNT-FIELD.
           MOVE SPACE TO FORM-LINE.
           STRING "BOX " F99-BOX "  AMOUNT: " AMOUNT-FIELD
                  DELIMITED BY SIZE INTO FORM-LINE.
           PERFORM WRITE-FORM-LINE.
           MOVE F99-AMOUNT TO AMOUNT-FIELD.
           MOVE SPACE TO FORM-LINE.
           STRING "        (AS ORIGINALLY FILED: " AMOUNT-FIELD ")"
                  DELIMITED BY SIZE INTO FORM-LINE.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACE TO FORM-LINE.
           PERFORM WRITE-FORM-LINE 7 TIMES.
           ADD 1 TO FORMS-PRINTED.

       WRITE-FORM-LINE.
           MOVE FORM-LINE TO FORMS-PRINT-RECORD.
           WRITE FORMS-PRINT-RECORD.
           MOVE SPACE TO FORM-LINE.

      *------------------------------------------
      * Report lines
      *------------------------------------------
       DISPLAY-REPORT-HEADING.
           MOVE SPACE TO PRINT-LINE.
           STRING "1099 CORRECTIONS - TAX YEAR " TAX-YEAR
                  " - COMPANY " COMPANY-CODE
                  " - RUN DATE " RUN-DATE
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           IF FILE-THE-CORRECTIONS = "N"
               MOVE SPACE TO PRINT-LINE
               STRING "PREVIEW ONLY - THE FILED SNAPSHOT IS NOT "
                      "UPDATED"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "VENDOR NAME                           FORM BOX"
                  "       AS FILED          NOW         CHANGE"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       DISPLAY-CORRECTION-LINE.
           MOVE F99-VENDOR        TO VENDOR-NUMBER-FIELD.
           MOVE F99-AMOUNT        TO FILED-AMOUNT-FIELD.
           MOVE REPORTABLE-AMOUNT TO NOW-AMOUNT-FIELD.
           MOVE AMOUNT-CHANGE     TO CHANGE-AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING VENDOR-NUMBER-FIELD " " F99-PAYEE-NAME
                  " " F99-FORM "  " F99-BOX
                  " " FILED-AMOUNT-FIELD
                  " " NOW-AMOUNT-FIELD
                  " " CHANGE-AMOUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE SPACE TO PRINT-LINE
               STRING "       (VENDOR NO LONGER ON FILE - "
                      "CORRECTED TO ZERO)"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.

       DISPLAY-UNFILED-LINE.
           MOVE VTT-VENDOR (TOTAL-INDEX) TO VENDOR-NUMBER-FIELD.
           MOVE REPORTABLE-AMOUNT        TO NOW-AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING VENDOR-NUMBER-FIELD " " VENDOR-NAME
                  " " VTT-FORM (TOTAL-INDEX)
                  "  " VTT-BOX (TOTAL-INDEX)
                  "  NOT ON THE ORIGINAL FILING "
                  NOW-AMOUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       DISPLAY-REPORT-TOTAL.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE CHANGE-TOTAL TO CHANGE-AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "GROUPS ON THE FILED SNAPSHOT:  " FILED-GROUP-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "CORRECTED RETURNS:             " CORRECTED-COUNT
                  "   NET CHANGE " CHANGE-AMOUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "CORRECTED COPIES PRINTED:      " FORMS-PRINTED
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "NEVER FILED - FILE AS ORIGINAL: " UNFILED-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           IF TOTAL-TABLE-FULL = "Y"
               MOVE SPACE TO PRINT-LINE
               STRING "*** MORE THAN 1000 PAID GROUPS - "
                      "CORRECTIONS ARE INCOMPLETE ***"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-VOUCHER-RECORD.
           MOVE "N" TO VOUCHER-AT-END.
           READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-AT-END.

       READ-NEXT-HISTORY-RECORD.
           MOVE "N" TO HISTORY-AT-END.
           READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO HISTORY-AT-END.

       READ-VENDOR-KEYED.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-FILED-GROUP.
           MOVE COMPANY-CODE             TO F99-COMPANY.
           MOVE TAX-YEAR                 TO F99-TAX-YEAR.
           MOVE VTT-VENDOR (TOTAL-INDEX) TO F99-VENDOR.
           MOVE VTT-FORM (TOTAL-INDEX)   TO F99-FORM.
           MOVE VTT-BOX (TOTAL-INDEX)    TO F99-BOX.
           MOVE "Y" TO FILED-RECORD-FOUND.
           READ FILED-1099-FILE RECORD
               INVALID KEY
                  MOVE "N" TO FILED-RECORD-FOUND.

           COPY "plprint.cbl".

           COPY "plmask.cbl".
