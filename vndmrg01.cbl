      * vendor record.  Run this whenever a
      * clerk has keyed the same company twice
      * under two different vendor numbers.
      *
      * Branch vendors whose parent was the
      * "from" vendor are re-pointed at the
      * surviving family's parent - the "to"
      * vendor, or its own parent when it is
      * a branch - so no branch is left
      * rolling up to a deleted number.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  VENDOR-RECORD-FOUND      PIC X.
       77  SCAN-AT-END              PIC X.
       77  VOUCHERS-MOVED           PIC 9(05) VALUE ZERO.
       77  BRANCHES-MOVED           PIC 9(05) VALUE ZERO.
       77  TO-VENDOR-PARENT         PIC 9(05).
       77  NEW-BRANCH-PARENT        PIC 9(05).
       77  OK-TO-MERGE              PIC X.

           COPY "wscase01.cbl".
               MOVE TO-VENDOR-NUMBER TO VENDOR-NUMBER
               PERFORM READ-VENDOR-RECORD
               IF VENDOR-RECORD-FOUND = "Y"
                   MOVE VENDOR-NAME TO TO-VENDOR-NAME
                   MOVE VENDOR-PARENT TO TO-VENDOR-PARENT.

       RE-ACCEPT-TO-VENDOR.
           IF TO-VENDOR-NUMBER = FROM-VENDOR-NUMBER
           PERFORM ASK-OK-TO-MERGE.
           IF OK-TO-MERGE = "Y"
               PERFORM MOVE-THE-VOUCHERS
               PERFORM MOVE-THE-BRANCHES
               PERFORM DELETE-FROM-VENDOR
               DISPLAY "VOUCHERS MOVED: " VOUCHERS-MOVED
               DISPLAY "BRANCHES MOVED: " BRANCHES-MOVED
               DISPLAY "VENDOR " FROM-VENDOR-NUMBER " DELETED".

       ASK-OK-TO-MERGE.
           READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO SCAN-AT-END.

      *------------------------------------------
      * Branches of the FROM vendor go to the
      * head of the TO vendor's family - TO
      * itself unless it is a branch of some
      * other parent.  A TO vendor that was
      * one of FROM's own branches becomes the
      * parent, and its own link is cleared.
      * The same re-START as the vouchers:
      * each REWRITE moves the record off the
      * key the browse is positioned by.
      *------------------------------------------
       MOVE-THE-BRANCHES.
           IF TO-VENDOR-PARENT = ZEROES OR
              TO-VENDOR-PARENT = FROM-VENDOR-NUMBER
               MOVE TO-VENDOR-NUMBER TO NEW-BRANCH-PARENT
           ELSE
               MOVE TO-VENDOR-PARENT TO NEW-BRANCH-PARENT.
           PERFORM POSITION-FOR-FROM-BRANCHES.
           PERFORM MOVE-ONE-BRANCH
               UNTIL SCAN-AT-END = "Y".

       POSITION-FOR-FROM-BRANCHES.
           MOVE FROM-VENDOR-NUMBER TO VENDOR-PARENT.
           MOVE "N" TO SCAN-AT-END.
           START VENDOR-FILE KEY IS EQUAL TO VENDOR-PARENT
               INVALID KEY MOVE "Y" TO SCAN-AT-END.
           IF SCAN-AT-END = "N"
               READ VENDOR-FILE NEXT RECORD
                   AT END MOVE "Y" TO SCAN-AT-END
               END-READ.

       MOVE-ONE-BRANCH.
           IF VENDOR-PARENT NOT = FROM-VENDOR-NUMBER
               MOVE "Y" TO SCAN-AT-END
           ELSE
               IF VENDOR-NUMBER = NEW-BRANCH-PARENT
                   MOVE ZEROES TO VENDOR-PARENT
               ELSE
                   MOVE NEW-BRANCH-PARENT TO VENDOR-PARENT
               END-IF
               REWRITE VENDOR-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING VENDOR RECORD"
               END-REWRITE
               ADD 1 TO BRANCHES-MOVED
               PERFORM POSITION-FOR-FROM-BRANCHES.

       DELETE-FROM-VENDOR.
           MOVE FROM-VENDOR-NUMBER TO VENDOR-NUMBER.
           DELETE VENDOR-FILE RECORD
                  MOVE "N" TO VENDOR-RECORD-FOUND.

       REWRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-ITEM.
           REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".
           PERFORM JOURNAL-VOUCHER-REWRITE.

           COPY "plvjrnl.cbl".

           COPY "plvopen.cbl".
