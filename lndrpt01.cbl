       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNDRPT01.
      *------------------------------------------
      * Landed-cost report.  For every PO
      * line with goods received, sets the
      * PO unit price beside the landed unit
      * cost - the received value plus the
      * freight FRTALC01 spread onto the
      * line, divided by the net quantity
      * received - and shows the uplift.
      * A second section totals the same
      * figures by item across all POs, so
      * purchasing sees which items cost
      * materially more delivered than the
      * price they negotiated.
      *
      * Received is receipts less returns,
      * the way the voucher match counts
      * it.  Freight spread onto a line that
      * has since been returned in full is
      * listed on its own so it is not lost.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slpoline.cbl".

           COPY "slrcpt.cbl".

           COPY "slfrtall.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdpoline.cbl".

           COPY "fdrcpt.cbl".

           COPY "fdfrtall.cbl".

       WORKING-STORAGE SECTION.

       77  LINE-AT-END                 PIC X(01).
       77  RECEIPT-SCAN-AT-END         PIC X(01).
       77  FREIGHT-SCAN-AT-END         PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  LINE-RECEIVED-QTY           PIC S9(05).
       77  LINE-RECEIVED-VALUE         PIC S9(07)V99.
       77  LINE-FREIGHT                PIC S9(07)V99.
       77  LANDED-UNIT-COST            PIC S9(05)V9999.
       77  UNIT-UPLIFT                 PIC S9(05)V9999.
       77  UPLIFT-PERCENT              PIC S9(03)V9.
       77  ITEM-UNIT-PRICE             PIC S9(05)V9999.

       77  LINES-REPORTED              PIC 9(05) VALUE ZERO.
       77  GRAND-VALUE                 PIC S9(09)V99 VALUE ZERO.
       77  GRAND-FREIGHT               PIC S9(09)V99 VALUE ZERO.
       77  UNMATCHED-FREIGHT           PIC S9(09)V99 VALUE ZERO.

       77  ITM-COUNT                   PIC 9(03) VALUE ZERO.
       77  ITM-INDEX                   PIC 9(03).
       77  ITM-SLOT                    PIC 9(03).
       77  ITM-SLOT-FOUND              PIC X(01).
       77  ITM-SWAPPED                 PIC X(01).
       77  ITM-TABLE-FULL              PIC X(01) VALUE "N".
       01  ITEM-TABLE.
           05 ITM-ENTRY                OCCURS 300 TIMES.
              10 ITM-ITEM              PIC X(15).
              10 ITM-QUANTITY          PIC S9(07).
              10 ITM-VALUE             PIC S9(09)V99.
              10 ITM-FREIGHT           PIC S9(09)V99.
       01  ITM-SWAP-ENTRY              PIC X(44).

       77  QUANTITY-FIELD              PIC Z,ZZZ,ZZ9-.
       77  PRICE-FIELD                 PIC ZZ,ZZ9.99.
       77  UNIT-FIELD                  PIC ZZ,ZZ9.9999-.
       77  LANDED-FIELD                PIC ZZ,ZZ9.9999-.
       77  PERCENT-FIELD               PIC ZZ9.9-.
       77  AMOUNT-FIELD                PIC ZZZ,ZZZ,ZZ9.99-.

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
           OPEN INPUT PO-LINE-FILE.
           OPEN INPUT RECEIPT-FILE.
           OPEN INPUT FREIGHT-ALLOCATION-FILE.
           PERFORM DISPLAY-REPORT-HEADING.

       CLOSING-PROCEDURE.
           PERFORM SORT-ITEM-TABLE.
           PERFORM DISPLAY-ITEM-LINES.
           PERFORM DISPLAY-REPORT-TOTALS.
           CLOSE PO-LINE-FILE.
           CLOSE RECEIPT-FILE.
           CLOSE FREIGHT-ALLOCATION-FILE.

       MAIN-PROCESS.
           PERFORM READ-NEXT-LINE-RECORD.
           PERFORM REPORT-THE-LINES
               UNTIL LINE-AT-END = "Y".

       REPORT-THE-LINES.
           PERFORM SUM-LINE-RECEIPTS.
           PERFORM SUM-LINE-FREIGHT.
           IF LINE-RECEIVED-QTY > ZERO
               PERFORM REPORT-ONE-LINE
           ELSE
           IF LINE-FREIGHT NOT = ZEROES
               PERFORM REPORT-UNMATCHED-FREIGHT.
           PERFORM READ-NEXT-LINE-RECORD.

      *------------------------------------------
      * Net received on this one line.
      *------------------------------------------
       SUM-LINE-RECEIPTS.
           MOVE ZEROES TO LINE-RECEIVED-QTY
                          LINE-RECEIVED-VALUE.
           MOVE POL-PO-NUMBER TO RCPT-PO-NUMBER.
           MOVE ZEROES TO RCPT-SEQUENCE.
           MOVE "N" TO RECEIPT-SCAN-AT-END.
           START RECEIPT-FILE KEY IS NOT LESS THAN RCPT-KEY
               INVALID KEY MOVE "Y" TO RECEIPT-SCAN-AT-END.
           PERFORM SUM-ONE-RECEIPT
               UNTIL RECEIPT-SCAN-AT-END = "Y".
           COMPUTE LINE-RECEIVED-VALUE =
               LINE-RECEIVED-QTY * POL-UNIT-PRICE.

      *    A return (type T) went back to the vendor - it comes
      *    OUT of what was received.
       SUM-ONE-RECEIPT.
           READ RECEIPT-FILE NEXT RECORD
               AT END MOVE "Y" TO RECEIPT-SCAN-AT-END.
           IF RECEIPT-SCAN-AT-END = "N"
               IF RCPT-PO-NUMBER NOT = POL-PO-NUMBER
                   MOVE "Y" TO RECEIPT-SCAN-AT-END
               ELSE
               IF RCPT-LINE-NUMBER = POL-LINE-NUMBER
                   IF RCPT-TYPE = "T"
                       SUBTRACT RCPT-QUANTITY FROM LINE-RECEIVED-QTY
                   ELSE
                       ADD RCPT-QUANTITY TO LINE-RECEIVED-QTY.

      *------------------------------------------
      * Every freight voucher spread onto this
      * line - the allocation key leads with
      * PO and line, so one START finds them.
      *------------------------------------------
       SUM-LINE-FREIGHT.
           MOVE ZEROES TO LINE-FREIGHT.
           MOVE POL-PO-NUMBER   TO FRA-PO-NUMBER.
           MOVE POL-LINE-NUMBER TO FRA-LINE-NUMBER.
           MOVE ZEROES TO FRA-VOUCHER-NUMBER.
           MOVE "N" TO FREIGHT-SCAN-AT-END.
           START FREIGHT-ALLOCATION-FILE
               KEY IS NOT LESS THAN FRA-KEY
               INVALID KEY MOVE "Y" TO FREIGHT-SCAN-AT-END.
           PERFORM SUM-ONE-FREIGHT
               UNTIL FREIGHT-SCAN-AT-END = "Y".

       SUM-ONE-FREIGHT.
           READ FREIGHT-ALLOCATION-FILE NEXT RECORD
               AT END MOVE "Y" TO FREIGHT-SCAN-AT-END.
           IF FREIGHT-SCAN-AT-END = "N"
               IF FRA-PO-NUMBER NOT = POL-PO-NUMBER OR
                  FRA-LINE-NUMBER NOT = POL-LINE-NUMBER
                   MOVE "Y" TO FREIGHT-SCAN-AT-END
               ELSE
                   ADD FRA-AMOUNT TO LINE-FREIGHT.

       REPORT-ONE-LINE.
           COMPUTE LANDED-UNIT-COST ROUNDED =
               (LINE-RECEIVED-VALUE + LINE-FREIGHT) /
               LINE-RECEIVED-QTY.
           COMPUTE UNIT-UPLIFT =
               LANDED-UNIT-COST - POL-UNIT-PRICE.
           MOVE ZEROES TO UPLIFT-PERCENT.
           IF POL-UNIT-PRICE NOT = ZEROES
               COMPUTE UPLIFT-PERCENT ROUNDED =
                   UNIT-UPLIFT * 100 / POL-UNIT-PRICE.
           ADD 1                   TO LINES-REPORTED.
           ADD LINE-RECEIVED-VALUE TO GRAND-VALUE.
           ADD LINE-FREIGHT        TO GRAND-FREIGHT.
           PERFORM ADD-TO-ITEM-TABLE.
           MOVE LINE-RECEIVED-QTY TO QUANTITY-FIELD.
           MOVE POL-UNIT-PRICE    TO PRICE-FIELD.
           MOVE LANDED-UNIT-COST  TO UNIT-FIELD.
           MOVE UPLIFT-PERCENT    TO PERCENT-FIELD.
           DISPLAY POL-PO-NUMBER "-" POL-LINE-NUMBER
                   " " POL-ITEM
                   " " QUANTITY-FIELD
                   " " PRICE-FIELD
                   " " UNIT-FIELD
                   " " PERCENT-FIELD.

       REPORT-UNMATCHED-FREIGHT.
           ADD LINE-FREIGHT TO UNMATCHED-FREIGHT.
           MOVE LINE-FREIGHT TO AMOUNT-FIELD.
           DISPLAY POL-PO-NUMBER "-" POL-LINE-NUMBER
                   " " POL-ITEM
                   "  NOTHING NOW RECEIVED - FREIGHT "
                   AMOUNT-FIELD.

       ADD-TO-ITEM-TABLE.
           MOVE "N" TO ITM-SLOT-FOUND.
           PERFORM CHECK-ONE-ITEM-SLOT
               VARYING ITM-INDEX FROM 1 BY 1
               UNTIL ITM-INDEX > ITM-COUNT OR
                     ITM-SLOT-FOUND = "Y".
           IF ITM-SLOT-FOUND = "N"
               IF ITM-COUNT < 300
                   ADD 1 TO ITM-COUNT
                   MOVE ITM-COUNT TO ITM-SLOT
                   MOVE POL-ITEM TO ITM-ITEM (ITM-SLOT)
                   MOVE ZEROES   TO ITM-QUANTITY (ITM-SLOT)
                                    ITM-VALUE (ITM-SLOT)
                                    ITM-FREIGHT (ITM-SLOT)
                   MOVE "Y" TO ITM-SLOT-FOUND
               ELSE
                   MOVE "Y" TO ITM-TABLE-FULL.
           IF ITM-SLOT-FOUND = "Y"
               ADD LINE-RECEIVED-QTY   TO ITM-QUANTITY (ITM-SLOT)
               ADD LINE-RECEIVED-VALUE TO ITM-VALUE (ITM-SLOT)
               ADD LINE-FREIGHT        TO ITM-FREIGHT (ITM-SLOT).

       CHECK-ONE-ITEM-SLOT.
           IF ITM-ITEM (ITM-INDEX) = POL-ITEM
               MOVE "Y" TO ITM-SLOT-FOUND
               MOVE ITM-INDEX TO ITM-SLOT.

      *------------------------------------------
      * Plain exchange sort on item - the same
      * collect-then-sort CMTRPT01 uses.
      *------------------------------------------
       SORT-ITEM-TABLE.
           MOVE "Y" TO ITM-SWAPPED.
           PERFORM SORT-ONE-PASS
               UNTIL ITM-SWAPPED = "N".

       SORT-ONE-PASS.
           MOVE "N" TO ITM-SWAPPED.
           IF ITM-COUNT > 1
               PERFORM COMPARE-ADJACENT-ENTRIES
                   VARYING ITM-INDEX FROM 1 BY 1
                   UNTIL ITM-INDEX >= ITM-COUNT.

       COMPARE-ADJACENT-ENTRIES.
           IF ITM-ITEM (ITM-INDEX) > ITM-ITEM (ITM-INDEX + 1)
               MOVE ITM-ENTRY (ITM-INDEX)     TO ITM-SWAP-ENTRY
               MOVE ITM-ENTRY (ITM-INDEX + 1)
                   TO ITM-ENTRY (ITM-INDEX)
               MOVE ITM-SWAP-ENTRY TO ITM-ENTRY (ITM-INDEX + 1)
               MOVE "Y" TO ITM-SWAPPED.

       DISPLAY-ITEM-LINES.
           DISPLAY " ".
           DISPLAY "BY ITEM, ALL PURCHASE ORDERS".
           DISPLAY " ".
           DISPLAY "ITEM              RECEIVED  AVG PO PRICE"
                   "   LANDED UNIT  UPLIFT%".
           PERFORM DISPLAY-ONE-ITEM
               VARYING ITM-INDEX FROM 1 BY 1
               UNTIL ITM-INDEX > ITM-COUNT.
           IF ITM-TABLE-FULL = "Y"
               DISPLAY "*** MORE THAN 300 ITEMS - "
                       "ITEM SECTION INCOMPLETE ***".

       DISPLAY-ONE-ITEM.
           COMPUTE ITEM-UNIT-PRICE ROUNDED =
               ITM-VALUE (ITM-INDEX) / ITM-QUANTITY (ITM-INDEX).
           COMPUTE LANDED-UNIT-COST ROUNDED =
               (ITM-VALUE (ITM-INDEX) + ITM-FREIGHT (ITM-INDEX)) /
               ITM-QUANTITY (ITM-INDEX).
           MOVE ZEROES TO UPLIFT-PERCENT.
           IF ITM-VALUE (ITM-INDEX) NOT = ZEROES
               COMPUTE UPLIFT-PERCENT ROUNDED =
                   ITM-FREIGHT (ITM-INDEX) * 100 /
                   ITM-VALUE (ITM-INDEX).
           MOVE ITM-QUANTITY (ITM-INDEX) TO QUANTITY-FIELD.
           MOVE ITEM-UNIT-PRICE          TO UNIT-FIELD.
           MOVE LANDED-UNIT-COST         TO LANDED-FIELD.
           MOVE UPLIFT-PERCENT           TO PERCENT-FIELD.
           DISPLAY ITM-ITEM (ITM-INDEX)
                   " " QUANTITY-FIELD
                   " " UNIT-FIELD
                   " " LANDED-FIELD
                   " " PERCENT-FIELD.

      *------------------------------------------
      * Report lines
      *------------------------------------------
       DISPLAY-REPORT-HEADING.
           DISPLAY " ".
           DISPLAY "LANDED COST BY PO LINE - RUN DATE " RUN-DATE.
           DISPLAY " ".
           DISPLAY "PO-LINE    ITEM              RECEIVED  PO PRICE"
                   "   LANDED UNIT UPLIFT%".

       DISPLAY-REPORT-TOTALS.
           DISPLAY " ".
           DISPLAY "PO LINES REPORTED:       " LINES-REPORTED.
           MOVE GRAND-VALUE TO AMOUNT-FIELD.
           DISPLAY "RECEIVED VALUE:          " AMOUNT-FIELD.
           MOVE GRAND-FREIGHT TO AMOUNT-FIELD.
           DISPLAY "FREIGHT SPREAD:          " AMOUNT-FIELD.
           IF UNMATCHED-FREIGHT NOT = ZEROES
               MOVE UNMATCHED-FREIGHT TO AMOUNT-FIELD
               DISPLAY "FREIGHT ON LINES NOW "
                       "EMPTY:" AMOUNT-FIELD.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-LINE-RECORD.
           MOVE "N" TO LINE-AT-END.
           READ PO-LINE-FILE NEXT RECORD
               AT END MOVE "Y" TO LINE-AT-END.
