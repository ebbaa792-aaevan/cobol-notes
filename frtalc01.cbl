       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRTALC01.
      *------------------------------------------
      * Freight allocation.  A carrier's
      * freight bill is vouchered like any
      * other invoice and coded to the
      * freight account; this program ties
      * that voucher to the purchase orders
      * whose goods it delivered and spreads
      * its amount across their received
      * lines, so LNDRPT01 can show what each
      * item cost us landed, not just what
      * the PO said.
      *
      * The spread is by received value
      * (quantity times PO unit price) or by
      * received quantity, the clerk's
      * choice.  Received is receipts less
      * returns, the way the voucher match
      * counts it.  Each line's share is
      * rounded and the last line takes the
      * pennies, so the spread always foots
      * to the voucher.  A voucher is spread
      * once - to change it, remove the
      * spread and enter it again.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvouch.cbl".

           COPY "slpurord.cbl".

           COPY "slpoline.cbl".

           COPY "slrcpt.cbl".

           COPY "slfrtall.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvouch.cbl".

           COPY "fdpurord.cbl".

           COPY "fdpoline.cbl".

           COPY "fdrcpt.cbl".

           COPY "fdfrtall.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                    PIC 9.
           88  MENU-PICK-IS-VALID       VALUES 0 THRU 3.

       77  THE-MODE                     PIC X(7).
       77  VOUCHER-RECORD-FOUND         PIC X.
       77  VOUCHER-IS-VALID             PIC X.
       77  PO-RECORD-FOUND              PIC X.
       77  PO-ALREADY-LISTED            PIC X.
       77  LINE-RECORD-FOUND            PIC X.
       77  RECEIPT-SCAN-AT-END          PIC X.
       77  SPREAD-SCAN-AT-END           PIC X.
       77  ALREADY-SPREAD               PIC X.
       77  SPREAD-METHOD                PIC X.
       77  OK-TO-POST                   PIC X.
       77  OK-TO-REMOVE                 PIC X.

       77  RUN-DATE                     PIC 9(08).
       77  VOUCHER-NUMBER-FIELD         PIC Z(7).
       77  ENTERED-PO                   PIC 9(06).
       77  ENTERED-PO-FIELD             PIC Z(6).
       77  FREIGHT-AMOUNT               PIC S9(6)V99.
       77  BASIS-TOTAL                  PIC S9(09)V99.
       77  LINE-BASIS                   PIC S9(07)V99.
       77  SPREAD-SO-FAR                PIC S9(6)V99.
       77  SPREAD-LINES-LISTED          PIC 9(03).
       77  SPREAD-LISTED-TOTAL          PIC S9(6)V99.

       77  FPO-COUNT                    PIC 9(02).
       77  FPO-INDEX                    PIC 9(02).
       01  FREIGHT-PO-LIST.
           05 FPO-NUMBER                OCCURS 10 TIMES
                                        PIC 9(06).

       77  SPR-COUNT                    PIC 9(03).
       77  SPR-INDEX                    PIC 9(03).
       77  SPR-SLOT                     PIC 9(03).
       77  SPR-LAST-SLOT                PIC 9(03).
       77  SPR-SLOT-FOUND               PIC X.
       77  SPR-TABLE-FULL               PIC X.
       01  SPREAD-TABLE.
           05 SPR-ENTRY                 OCCURS 100 TIMES.
              10 SPR-PO-NUMBER          PIC 9(06).
              10 SPR-LINE-NUMBER        PIC 9(03).
              10 SPR-QUANTITY           PIC S9(05).
              10 SPR-VALUE              PIC S9(07)V99.
              10 SPR-AMOUNT             PIC S9(6)V99.

       77  AMOUNT-FIELD                 PIC ZZZ,ZZ9.99-.
       77  VALUE-FIELD                  PIC Z,ZZZ,ZZ9.99-.
       77  QUANTITY-FIELD               PIC ZZZZ9-.

       77  ERROR-MESSAGE                PIC X(79) VALUE SPACE.

           COPY "wscase01.cbl".

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
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT PURCHASE-ORDER-FILE.
           OPEN INPUT PO-LINE-FILE.
           OPEN INPUT RECEIPT-FILE.
           OPEN I-O FREIGHT-ALLOCATION-FILE.

       CLOSING-PROCEDURE.
           CLOSE VOUCHER-FILE.
           CLOSE PURCHASE-ORDER-FILE.
           CLOSE PO-LINE-FILE.
           CLOSE RECEIPT-FILE.
           CLOSE FREIGHT-ALLOCATION-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM MAINTAIN-THE-FILE
               UNTIL MENU-PICK = 0.

      *------------------------------------------
      * MENU
      *------------------------------------------
       GET-MENU-PICK.
           PERFORM DISPLAY-THE-MENU.
           PERFORM ACCEPT-MENU-PICK.
           PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       DISPLAY-THE-MENU.
           DISPLAY " ".
           DISPLAY "    PLEASE SELECT:".
           DISPLAY " ".
           DISPLAY "          1.  SPREAD A FREIGHT VOUCHER".
           DISPLAY "          2.  INQUIRE ON A SPREAD".
           DISPLAY "          3.  REMOVE A SPREAD".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-3)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       MAINTAIN-THE-FILE.
           PERFORM DO-THE-PICK.
           PERFORM GET-MENU-PICK.

       DO-THE-PICK.
           IF MENU-PICK = 1
               PERFORM SPREAD-MODE
           ELSE
           IF MENU-PICK = 2
               PERFORM INQUIRE-MODE
           ELSE
           IF MENU-PICK = 3
               PERFORM REMOVE-MODE.

      *------------------------------------------
      * SPREAD
      *------------------------------------------
       SPREAD-MODE.
           MOVE "SPREAD" TO THE-MODE.
           PERFORM GET-FREIGHT-VOUCHER.
           PERFORM SPREAD-ONE-VOUCHER
               UNTIL VOUCHER-NUMBER = ZEROES.

       SPREAD-ONE-VOUCHER.
           MOVE VOUCHER-AMOUNT TO FREIGHT-AMOUNT.
           MOVE FREIGHT-AMOUNT TO AMOUNT-FIELD.
           DISPLAY "VOUCHER " VOUCHER-NUMBER
                   "  VENDOR " VOUCHER-VENDOR
                   "  " VOUCHER-INVOICE
                   "  " AMOUNT-FIELD.
           PERFORM ENTER-FREIGHT-POS.
           IF FPO-COUNT = ZEROES
               DISPLAY "NO PURCHASE ORDERS ENTERED - NOTHING SPREAD"
           ELSE
               PERFORM ENTER-SPREAD-METHOD
               PERFORM BUILD-SPREAD-TABLE
               IF BASIS-TOTAL NOT > ZERO
                   DISPLAY "NO RECEIVED PO LINES TO SPREAD OVER"
               ELSE
                   PERFORM SPREAD-THE-FREIGHT
                   PERFORM DISPLAY-SPREAD-TABLE
                   PERFORM ASK-OK-TO-POST
                   IF OK-TO-POST = "Y"
                       PERFORM WRITE-SPREAD-RECORDS.
           PERFORM GET-FREIGHT-VOUCHER.

      *------------------------------------------
      * Up to ten POs per freight bill - a
      * consolidated load is rarely more.
      *------------------------------------------
       ENTER-FREIGHT-POS.
           MOVE ZEROES TO FPO-COUNT.
           PERFORM ENTER-ONE-FREIGHT-PO.
           PERFORM ENTER-ONE-FREIGHT-PO
               UNTIL ENTERED-PO = ZEROES OR
                     FPO-COUNT = 10.

       ENTER-ONE-FREIGHT-PO.
           DISPLAY "ENTER A PO THIS FREIGHT DELIVERED (0 WHEN DONE)".
           ACCEPT ENTERED-PO-FIELD.
           MOVE ENTERED-PO-FIELD TO ENTERED-PO.
           IF ENTERED-PO NOT = ZEROES
               PERFORM CHECK-FREIGHT-PO.

       CHECK-FREIGHT-PO.
           MOVE ENTERED-PO TO PO-NUMBER.
           MOVE "Y" TO PO-RECORD-FOUND.
           READ PURCHASE-ORDER-FILE RECORD
               INVALID KEY
                  MOVE "N" TO PO-RECORD-FOUND.
           PERFORM CHECK-PO-LISTED.
           IF PO-RECORD-FOUND = "N"
               DISPLAY "PO NOT ON FILE"
           ELSE
           IF PO-ALREADY-LISTED = "Y"
               DISPLAY "THAT PO IS ALREADY ENTERED"
           ELSE
               ADD 1 TO FPO-COUNT
               MOVE ENTERED-PO TO FPO-NUMBER (FPO-COUNT).

       CHECK-PO-LISTED.
           MOVE "N" TO PO-ALREADY-LISTED.
           PERFORM CHECK-ONE-LISTED-PO
               VARYING FPO-INDEX FROM 1 BY 1
               UNTIL FPO-INDEX > FPO-COUNT.

       CHECK-ONE-LISTED-PO.
           IF FPO-NUMBER (FPO-INDEX) = ENTERED-PO
               MOVE "Y" TO PO-ALREADY-LISTED.

       ENTER-SPREAD-METHOD.
           DISPLAY "SPREAD BY V=RECEIVED VALUE, Q=RECEIVED QUANTITY".
           ACCEPT SPREAD-METHOD.
           INSPECT SPREAD-METHOD
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF SPREAD-METHOD NOT = "V" AND
              SPREAD-METHOD NOT = "Q"
               DISPLAY "YOU MUST ENTER V OR Q"
               PERFORM ENTER-SPREAD-METHOD.

      *------------------------------------------
      * One table entry per received PO line,
      * netted receipts less returns and valued
      * at the line's unit price.
      *------------------------------------------
       BUILD-SPREAD-TABLE.
           MOVE ZEROES TO SPR-COUNT
                          BASIS-TOTAL.
           MOVE "N" TO SPR-TABLE-FULL.
           PERFORM COLLECT-PO-RECEIPTS
               VARYING FPO-INDEX FROM 1 BY 1
               UNTIL FPO-INDEX > FPO-COUNT.
           IF SPR-TABLE-FULL = "Y"
               DISPLAY "MORE THAN 100 RECEIVED LINES - "
                       "SPREAD OVER THE FIRST 100 ONLY".
           PERFORM ADD-ONE-LINE-BASIS
               VARYING SPR-INDEX FROM 1 BY 1
               UNTIL SPR-INDEX > SPR-COUNT.

       COLLECT-PO-RECEIPTS.
           MOVE FPO-NUMBER (FPO-INDEX) TO RCPT-PO-NUMBER.
           MOVE ZEROES TO RCPT-SEQUENCE.
           MOVE "N" TO RECEIPT-SCAN-AT-END.
           START RECEIPT-FILE KEY IS NOT LESS THAN RCPT-KEY
               INVALID KEY MOVE "Y" TO RECEIPT-SCAN-AT-END.
           PERFORM COLLECT-ONE-RECEIPT
               UNTIL RECEIPT-SCAN-AT-END = "Y".

       COLLECT-ONE-RECEIPT.
           READ RECEIPT-FILE NEXT RECORD
               AT END MOVE "Y" TO RECEIPT-SCAN-AT-END.
           IF RECEIPT-SCAN-AT-END = "N"
               IF RCPT-PO-NUMBER NOT = FPO-NUMBER (FPO-INDEX)
                   MOVE "Y" TO RECEIPT-SCAN-AT-END
               ELSE
               IF RCPT-LINE-NUMBER NOT = ZEROES
                   PERFORM ADD-RECEIPT-TO-SPREAD.

       ADD-RECEIPT-TO-SPREAD.
           MOVE RCPT-PO-NUMBER   TO POL-PO-NUMBER.
           MOVE RCPT-LINE-NUMBER TO POL-LINE-NUMBER.
           MOVE "Y" TO LINE-RECORD-FOUND.
           READ PO-LINE-FILE RECORD
               INVALID KEY
                  MOVE "N" TO LINE-RECORD-FOUND.
           IF LINE-RECORD-FOUND = "Y"
               PERFORM FIND-SPREAD-SLOT
               IF SPR-SLOT-FOUND = "Y"
                   PERFORM NET-ONE-RECEIPT.

       FIND-SPREAD-SLOT.
           MOVE "N" TO SPR-SLOT-FOUND.
           PERFORM CHECK-ONE-SPREAD-SLOT
               VARYING SPR-INDEX FROM 1 BY 1
               UNTIL SPR-INDEX > SPR-COUNT OR
                     SPR-SLOT-FOUND = "Y".
           IF SPR-SLOT-FOUND = "N"
               IF SPR-COUNT < 100
                   ADD 1 TO SPR-COUNT
                   MOVE SPR-COUNT TO SPR-SLOT
                   MOVE POL-PO-NUMBER   TO SPR-PO-NUMBER (SPR-SLOT)
                   MOVE POL-LINE-NUMBER TO SPR-LINE-NUMBER (SPR-SLOT)
                   MOVE ZEROES TO SPR-QUANTITY (SPR-SLOT)
                                  SPR-VALUE (SPR-SLOT)
                                  SPR-AMOUNT (SPR-SLOT)
                   MOVE "Y" TO SPR-SLOT-FOUND
               ELSE
                   MOVE "Y" TO SPR-TABLE-FULL.

       CHECK-ONE-SPREAD-SLOT.
           IF SPR-PO-NUMBER (SPR-INDEX) = POL-PO-NUMBER AND
              SPR-LINE-NUMBER (SPR-INDEX) = POL-LINE-NUMBER
               MOVE "Y" TO SPR-SLOT-FOUND
               MOVE SPR-INDEX TO SPR-SLOT.

      *    A return (type T) went back to the vendor - it comes
      *    OUT of what was received.
       NET-ONE-RECEIPT.
           IF RCPT-TYPE = "T"
               SUBTRACT RCPT-QUANTITY FROM SPR-QUANTITY (SPR-SLOT)
               COMPUTE SPR-VALUE (SPR-SLOT) =
                   SPR-VALUE (SPR-SLOT) -
                   (RCPT-QUANTITY * POL-UNIT-PRICE)
           ELSE
               ADD RCPT-QUANTITY TO SPR-QUANTITY (SPR-SLOT)
               COMPUTE SPR-VALUE (SPR-SLOT) =
                   SPR-VALUE (SPR-SLOT) +
                   (RCPT-QUANTITY * POL-UNIT-PRICE).

       ADD-ONE-LINE-BASIS.
           PERFORM GET-LINE-BASIS.
           IF LINE-BASIS > ZERO
               ADD LINE-BASIS TO BASIS-TOTAL.

       GET-LINE-BASIS.
           MOVE ZEROES TO LINE-BASIS.
           IF SPR-QUANTITY (SPR-INDEX) > ZERO
               IF SPREAD-METHOD = "V"
                   MOVE SPR-VALUE (SPR-INDEX) TO LINE-BASIS
               ELSE
                   MOVE SPR-QUANTITY (SPR-INDEX) TO LINE-BASIS.

      *------------------------------------------
      * Each line's share rounded; the last
      * line with a basis takes what is left
      * so the spread foots to the voucher.
      *------------------------------------------
       SPREAD-THE-FREIGHT.
           MOVE ZEROES TO SPREAD-SO-FAR
                          SPR-LAST-SLOT.
           PERFORM FIND-LAST-SPREAD-LINE
               VARYING SPR-INDEX FROM 1 BY 1
               UNTIL SPR-INDEX > SPR-COUNT.
           PERFORM SPREAD-ONE-LINE
               VARYING SPR-INDEX FROM 1 BY 1
               UNTIL SPR-INDEX > SPR-COUNT.

       FIND-LAST-SPREAD-LINE.
           PERFORM GET-LINE-BASIS.
           IF LINE-BASIS > ZERO
               MOVE SPR-INDEX TO SPR-LAST-SLOT.

       SPREAD-ONE-LINE.
           MOVE ZEROES TO SPR-AMOUNT (SPR-INDEX).
           PERFORM GET-LINE-BASIS.
           IF LINE-BASIS > ZERO
               IF SPR-INDEX = SPR-LAST-SLOT
                   COMPUTE SPR-AMOUNT (SPR-INDEX) =
                       FREIGHT-AMOUNT - SPREAD-SO-FAR
               ELSE
                   COMPUTE SPR-AMOUNT (SPR-INDEX) ROUNDED =
                       FREIGHT-AMOUNT * LINE-BASIS / BASIS-TOTAL
               END-IF
               ADD SPR-AMOUNT (SPR-INDEX) TO SPREAD-SO-FAR.

       DISPLAY-SPREAD-TABLE.
           DISPLAY " ".
           DISPLAY "PO     LINE   RECEIVED         VALUE     FREIGHT".
           PERFORM DISPLAY-ONE-SPREAD-LINE
               VARYING SPR-INDEX FROM 1 BY 1
               UNTIL SPR-INDEX > SPR-COUNT.
           MOVE SPREAD-SO-FAR TO AMOUNT-FIELD.
           DISPLAY "TOTAL SPREAD:                          "
                   AMOUNT-FIELD.

       DISPLAY-ONE-SPREAD-LINE.
           IF SPR-AMOUNT (SPR-INDEX) NOT = ZEROES
               MOVE SPR-QUANTITY (SPR-INDEX) TO QUANTITY-FIELD
               MOVE SPR-VALUE (SPR-INDEX)    TO VALUE-FIELD
               MOVE SPR-AMOUNT (SPR-INDEX)   TO AMOUNT-FIELD
               DISPLAY SPR-PO-NUMBER (SPR-INDEX)
                       " " SPR-LINE-NUMBER (SPR-INDEX)
                       "   " QUANTITY-FIELD
                       " " VALUE-FIELD
                       " " AMOUNT-FIELD.

       ASK-OK-TO-POST.
           DISPLAY "RECORD THIS SPREAD (Y/N)?".
           ACCEPT OK-TO-POST.
           INSPECT OK-TO-POST
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF OK-TO-POST NOT = "Y" AND
              OK-TO-POST NOT = "N"
               DISPLAY "YOU MUST ENTER YES OR NO"
               PERFORM ASK-OK-TO-POST.

       WRITE-SPREAD-RECORDS.
           PERFORM WRITE-ONE-SPREAD-RECORD
               VARYING SPR-INDEX FROM 1 BY 1
               UNTIL SPR-INDEX > SPR-COUNT.

       WRITE-ONE-SPREAD-RECORD.
           IF SPR-AMOUNT (SPR-INDEX) NOT = ZEROES
               MOVE SPR-PO-NUMBER (SPR-INDEX)   TO FRA-PO-NUMBER
               MOVE SPR-LINE-NUMBER (SPR-INDEX) TO FRA-LINE-NUMBER
               MOVE VOUCHER-NUMBER              TO FRA-VOUCHER-NUMBER
               MOVE VOUCHER-VENDOR              TO FRA-VENDOR
               MOVE SPREAD-METHOD               TO FRA-METHOD
               MOVE SPR-QUANTITY (SPR-INDEX)    TO FRA-RECEIVED-QTY
               MOVE SPR-AMOUNT (SPR-INDEX)      TO FRA-AMOUNT
               MOVE RUN-DATE                    TO FRA-DATE
               WRITE FREIGHT-ALLOCATION-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING FREIGHT SPREAD RECORD".

      *------------------------------------------
      * INQUIRE
      *------------------------------------------
       INQUIRE-MODE.
           MOVE "INQUIRE" TO THE-MODE.
           PERFORM GET-FREIGHT-VOUCHER.
           PERFORM INQUIRE-ONE-VOUCHER
               UNTIL VOUCHER-NUMBER = ZEROES.

       INQUIRE-ONE-VOUCHER.
           PERFORM LIST-VOUCHER-SPREAD.
           PERFORM GET-FREIGHT-VOUCHER.

      *------------------------------------------
      * REMOVE
      *------------------------------------------
       REMOVE-MODE.
           MOVE "REMOVE" TO THE-MODE.
           PERFORM GET-FREIGHT-VOUCHER.
           PERFORM REMOVE-ONE-VOUCHER
               UNTIL VOUCHER-NUMBER = ZEROES.

       REMOVE-ONE-VOUCHER.
           PERFORM LIST-VOUCHER-SPREAD.
           PERFORM ASK-OK-TO-REMOVE.
           IF OK-TO-REMOVE = "Y"
               PERFORM REMOVE-ONE-SPREAD-RECORD
                   UNTIL ALREADY-SPREAD = "N".
           PERFORM GET-FREIGHT-VOUCHER.

       ASK-OK-TO-REMOVE.
           DISPLAY "REMOVE THIS SPREAD (Y/N)?".
           ACCEPT OK-TO-REMOVE.
           INSPECT OK-TO-REMOVE
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF OK-TO-REMOVE NOT = "Y" AND
              OK-TO-REMOVE NOT = "N"
               DISPLAY "YOU MUST ENTER YES OR NO"
               PERFORM ASK-OK-TO-REMOVE.

      *    Re-position on the voucher for each delete so the
      *    alternate-key walk never reads past a removed record.
       REMOVE-ONE-SPREAD-RECORD.
           PERFORM CHECK-ALREADY-SPREAD.
           IF ALREADY-SPREAD = "Y"
               READ FREIGHT-ALLOCATION-FILE NEXT RECORD
                   AT END MOVE "N" TO ALREADY-SPREAD
               END-READ
               IF ALREADY-SPREAD = "Y"
                   DELETE FREIGHT-ALLOCATION-FILE RECORD
                       INVALID KEY
                       DISPLAY "ERROR DELETING FREIGHT SPREAD RECORD"
                       MOVE "N" TO ALREADY-SPREAD.

      *------------------------------------------
      * Routines shared by all modes
      *------------------------------------------
       GET-FREIGHT-VOUCHER.
           PERFORM ACCEPT-FREIGHT-VOUCHER.
           PERFORM RE-ACCEPT-FREIGHT-VOUCHER
               UNTIL VOUCHER-IS-VALID = "Y".

       ACCEPT-FREIGHT-VOUCHER.
           DISPLAY "ENTER FREIGHT VOUCHER NUMBER TO " THE-MODE.
           DISPLAY "ENTER 0 TO CANCEL".
           ACCEPT VOUCHER-NUMBER-FIELD.
           MOVE VOUCHER-NUMBER-FIELD TO VOUCHER-NUMBER.
           MOVE "Y" TO VOUCHER-IS-VALID.
           IF VOUCHER-NUMBER NOT = ZEROES
               PERFORM CHECK-FREIGHT-VOUCHER.

       RE-ACCEPT-FREIGHT-VOUCHER.
           DISPLAY ERROR-MESSAGE.
           PERFORM ACCEPT-FREIGHT-VOUCHER.

       CHECK-FREIGHT-VOUCHER.
           MOVE "N" TO VOUCHER-IS-VALID.
           MOVE "Y" TO VOUCHER-RECORD-FOUND.
           READ VOUCHER-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VOUCHER-RECORD-FOUND.
           PERFORM CHECK-ALREADY-SPREAD.
           IF VOUCHER-RECORD-FOUND = "N"
               MOVE "VOUCHER NOT ON FILE" TO ERROR-MESSAGE
           ELSE
           IF THE-MODE = "SPREAD" AND ALREADY-SPREAD = "Y"
               MOVE "THIS VOUCHER IS ALREADY SPREAD - REMOVE IT FIRST"
                 TO ERROR-MESSAGE
           ELSE
           IF THE-MODE = "SPREAD" AND VOUCHER-AMOUNT = ZEROES
               MOVE "VOUCHER AMOUNT IS ZERO - NOTHING TO SPREAD"
                 TO ERROR-MESSAGE
           ELSE
           IF THE-MODE NOT = "SPREAD" AND ALREADY-SPREAD = "N"
               MOVE "THIS VOUCHER HAS NOT BEEN SPREAD"
                 TO ERROR-MESSAGE
           ELSE
               MOVE "Y" TO VOUCHER-IS-VALID.

       CHECK-ALREADY-SPREAD.
           MOVE VOUCHER-NUMBER TO FRA-VOUCHER-NUMBER.
           MOVE "Y" TO ALREADY-SPREAD.
           START FREIGHT-ALLOCATION-FILE
               KEY IS EQUAL TO FRA-VOUCHER-NUMBER
               INVALID KEY MOVE "N" TO ALREADY-SPREAD.

       LIST-VOUCHER-SPREAD.
           MOVE ZEROES TO SPREAD-LINES-LISTED
                          SPREAD-LISTED-TOTAL.
           DISPLAY " ".
           DISPLAY "PO     LINE   RECEIVED  METHOD     FREIGHT".
           PERFORM CHECK-ALREADY-SPREAD.
           MOVE "N" TO SPREAD-SCAN-AT-END.
           IF ALREADY-SPREAD = "N"
               MOVE "Y" TO SPREAD-SCAN-AT-END.
           PERFORM LIST-ONE-SPREAD-RECORD
               UNTIL SPREAD-SCAN-AT-END = "Y".
           MOVE SPREAD-LISTED-TOTAL TO AMOUNT-FIELD.
           DISPLAY "TOTAL SPREAD:                      "
                   AMOUNT-FIELD.

       LIST-ONE-SPREAD-RECORD.
           READ FREIGHT-ALLOCATION-FILE NEXT RECORD
               AT END MOVE "Y" TO SPREAD-SCAN-AT-END.
           IF SPREAD-SCAN-AT-END = "N"
               IF FRA-VOUCHER-NUMBER NOT = VOUCHER-NUMBER
                   MOVE "Y" TO SPREAD-SCAN-AT-END
               ELSE
                   PERFORM DISPLAY-ONE-SPREAD-RECORD.

       DISPLAY-ONE-SPREAD-RECORD.
           ADD 1 TO SPREAD-LINES-LISTED.
           ADD FRA-AMOUNT TO SPREAD-LISTED-TOTAL.
           MOVE FRA-RECEIVED-QTY TO QUANTITY-FIELD.
           MOVE FRA-AMOUNT       TO AMOUNT-FIELD.
           DISPLAY FRA-PO-NUMBER
                   " " FRA-LINE-NUMBER
                   "   " QUANTITY-FIELD
                   "     " FRA-METHOD
                   "    " AMOUNT-FIELD.
