      * the order total looks close.  A PO
      * with no lines is a legacy single-
      * amount order, matched in total.
      *
      * Each line names the spend category it
      * is bought under (blank takes the
      * default of the PO's GL account), so
      * CATSPN01 can report spend by category
      * across every vendor.
      *
      * An order bought for a job names the
      * job, which must be open on the job
      * master - JOBRPT01 carries the open
      * balance as that job's commitment.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slglacct.cbl".

           COPY "sljobmst.cbl".

           COPY "slspcat.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdglacct.cbl".

           COPY "fdjobmst.cbl".

           COPY "fdspcat.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                    PIC 9.

       77  GL-ACCOUNT-FOUND             PIC X.
       77  GL-ACCOUNT-IS-VALID          PIC X.
       77  JOB-RECORD-FOUND             PIC X.
       77  JOB-IS-VALID                 PIC X.
       77  SPEND-CATEGORY-FOUND         PIC X.

       77  RELEASE-SCAN-AT-END          PIC X.
       77  RELEASES-LISTED              PIC 9(03).
           OPEN I-O PO-RELEASE-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT GL-ACCOUNT-FILE.
           OPEN INPUT JOB-FILE.
           OPEN INPUT SPEND-CATEGORY-FILE.

       CLOSING-PROCEDURE.
           CLOSE PURCHASE-ORDER-FILE.
           CLOSE PO-RELEASE-FILE.
           CLOSE VENDOR-FILE.
           CLOSE GL-ACCOUNT-FILE.
           CLOSE JOB-FILE.
           CLOSE SPEND-CATEGORY-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM ENTER-PO-STATUS.
           PERFORM ENTER-PO-TYPE.
           PERFORM ENTER-PO-GL-ACCOUNT.
           PERFORM ENTER-PO-JOB.

      *------------------------------------------
      * CHANGE
       ASK-WHICH-FIELD.
           PERFORM ACCEPT-WHICH-FIELD.
           PERFORM RE-ACCEPT-WHICH-FIELD
               UNTIL WHICH-FIELD < 9.

       ACCEPT-WHICH-FIELD.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-8) OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.

       RE-ACCEPT-WHICH-FIELD.
               PERFORM ENTER-PO-TYPE.
           IF WHICH-FIELD = 7
               PERFORM ENTER-PO-GL-ACCOUNT.
           IF WHICH-FIELD = 8
               PERFORM ENTER-PO-JOB.

           PERFORM REWRITE-PO-RECORD.

               TO         UPPER-ALPHA.
           PERFORM ENTER-LINE-QUANTITY.
           PERFORM ENTER-LINE-PRICE.
           PERFORM ENTER-LINE-CATEGORY.

       ENTER-LINE-QUANTITY.
           DISPLAY "ENTER QUANTITY ORDERED".
               DISPLAY "UNIT PRICE MUST NOT BE ZERO"
               PERFORM ENTER-LINE-PRICE.

       ENTER-LINE-CATEGORY.
           DISPLAY "ENTER SPEND CATEGORY (BLANK FOR THE GL "
                   "ACCOUNT'S DEFAULT)".
           ACCEPT POL-CATEGORY.
           INSPECT POL-CATEGORY
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           IF POL-CATEGORY NOT = SPACE
               MOVE POL-CATEGORY TO SPC-CODE
               MOVE "Y" TO SPEND-CATEGORY-FOUND
               READ SPEND-CATEGORY-FILE RECORD
                   INVALID KEY
                      MOVE "N" TO SPEND-CATEGORY-FOUND
               END-READ
               IF SPEND-CATEGORY-FOUND = "N"
                   DISPLAY "CATEGORY NOT ON THE SPEND CATEGORY TABLE"
                   PERFORM ENTER-LINE-CATEGORY.

      *------------------------------------------
      * List the PO's lines with extensions and
      * foot them against the committed amount -
                   "  QTY " POL-QUANTITY
                   "  @ " LINE-PRICE-FIELD
                   "  = " LINE-EXTENDED-FIELD
                   "  " POL-CATEGORY
                   "  " POL-DESCRIPTION.

      *------------------------------------------
                          PO-DATE
                          PO-VOUCHERED-AMOUNT
                          PO-RELEASED-AMOUNT
                          PO-GL-ACCOUNT
                          PO-JOB.

      *------------------------------------------
      * Routines shared by Add and Change
           ELSE
               MOVE "Y" TO GL-ACCOUNT-IS-VALID.

      *------------------------------------------
      * Job the order is bought for - zero for
      * an order that is not job work.  A new
      * commitment may not name a closed job.
      *------------------------------------------
       ENTER-PO-JOB.
           PERFORM ACCEPT-PO-JOB.
           PERFORM RE-ACCEPT-PO-JOB
               UNTIL JOB-IS-VALID = "Y".

       ACCEPT-PO-JOB.
           DISPLAY "8. ENTER JOB NUMBER (0 IF NONE)".
           ACCEPT PO-JOB.
           PERFORM CHECK-PO-JOB.

       RE-ACCEPT-PO-JOB.
           DISPLAY ERROR-MESSAGE.
           PERFORM ACCEPT-PO-JOB.

       CHECK-PO-JOB.
           MOVE "N" TO JOB-IS-VALID.
           IF PO-JOB = ZEROES
               MOVE "Y" TO JOB-IS-VALID
           ELSE
               MOVE PO-JOB TO JOB-NUMBER
               MOVE "Y" TO JOB-RECORD-FOUND
               READ JOB-FILE RECORD
                   INVALID KEY
                      MOVE "N" TO JOB-RECORD-FOUND
               END-READ
               IF JOB-RECORD-FOUND = "N"
                   MOVE "JOB NOT ON THE JOB MASTER"
                     TO ERROR-MESSAGE
               ELSE
               IF JOB-STATUS NOT = "O"
                   MOVE "JOB IS CLOSED - NO NEW COST MAY BE CODED TO IT"
                     TO ERROR-MESSAGE
               ELSE
                   MOVE "Y" TO JOB-IS-VALID.

      *------------------------------------------
      * Routines shared by Change, Inquire
      * and Delete
           ELSE
               DISPLAY "6. TYPE: S (SINGLE ORDER)".
           DISPLAY "7. GL ACCOUNT: " PO-GL-ACCOUNT.
           DISPLAY "8. JOB: " PO-JOB.
           MOVE PO-VOUCHERED-AMOUNT TO PO-VOUCHERED-FIELD.
           DISPLAY "   INVOICED TO DATE: " PO-VOUCHERED-FIELD.
           COMPUTE PO-OPEN-BALANCE =
