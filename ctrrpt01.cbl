      * a loud flag on anyone over it - the
      * adding-up nobody did until the cap was
      * blown by $11,000.
      *
      * A cap carried by a parent vendor (or
      * any vendor with no parent) covers the
      * whole family - every branch's vouchers
      * count against it, and each member's
      * share is listed under the total.  A
      * branch with a contract of its own is
      * reported on that contract alone.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       77  RUN-DATE                    PIC 9(08).
       77  SAVE-VENDOR-NUMBER          PIC 9(05).
       77  SCAN-VENDOR-NUMBER          PIC 9(05).
       77  CONTRACT-USED-AMOUNT        PIC S9(08)V99.
       77  CONTRACT-REMAINING          PIC S9(08)V99.
       77  CAPPED-COUNT                PIC 9(05) VALUE ZERO.

       77  AMOUNT-FIELD                PIC ZZZ,ZZZ,ZZ9.99-.

       01  MEMBER-USED-TABLE.
           05 MEMBER-USED-AMOUNT       PIC S9(08)V99
                                       OCCURS 50 TIMES.

           COPY "wsvfam.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
       REPORT-ONE-VENDOR.
           ADD 1 TO CAPPED-COUNT.
           MOVE VENDOR-NUMBER TO SAVE-VENDOR-NUMBER.
           MOVE ZEROES TO CONTRACT-USED-AMOUNT.
           IF VENDOR-PARENT = ZEROES
               MOVE SAVE-VENDOR-NUMBER TO FAM-VENDOR
               PERFORM LOAD-VENDOR-FAMILY
               PERFORM REPOSITION-VENDOR-FILE
           ELSE
               MOVE "N" TO FAM-TABLE-FULL
               MOVE 1 TO FAM-MEMBER-COUNT
               MOVE SAVE-VENDOR-NUMBER TO FAM-MEMBER (1).
           PERFORM TOTAL-CONTRACT-USAGE
               VARYING FAM-INDEX FROM 1 BY 1
               UNTIL FAM-INDEX > FAM-MEMBER-COUNT.
           COMPUTE CONTRACT-REMAINING =
               VENDOR-CONTRACT-CEILING - CONTRACT-USED-AMOUNT.
           DISPLAY " ".
                   " THROUGH " VENDOR-CONTRACT-THRU.
           MOVE CONTRACT-USED-AMOUNT TO AMOUNT-FIELD.
           DISPLAY "   VOUCHERED:  " AMOUNT-FIELD.
           IF FAM-MEMBER-COUNT > 1
               PERFORM DISPLAY-MEMBER-USAGE
                   VARYING FAM-INDEX FROM 1 BY 1
                   UNTIL FAM-INDEX > FAM-MEMBER-COUNT.
           IF FAM-TABLE-FULL = "Y"
               DISPLAY "      (MORE THAN 50 BRANCHES - THE REST"
                       " ARE NOT COUNTED)".
           MOVE CONTRACT-REMAINING TO AMOUNT-FIELD.
           DISPLAY "   REMAINING:  " AMOUNT-FIELD.
           IF CONTRACT-REMAINING < ZERO
               ADD 1 TO OVER-COUNT
               DISPLAY "   *** OVER THE CONTRACT CAP ***".

       DISPLAY-MEMBER-USAGE.
           MOVE MEMBER-USED-AMOUNT (FAM-INDEX) TO AMOUNT-FIELD.
           IF FAM-INDEX = 1
               DISPLAY "      PARENT " FAM-MEMBER (FAM-INDEX)
                       "  " AMOUNT-FIELD
           ELSE
               DISPLAY "      BRANCH " FAM-MEMBER (FAM-INDEX)
                       "  " AMOUNT-FIELD.

      *------------------------------------------
      * The family load leaves the master
      * positioned on the parent key - pick
      * the vendor-number sequence up again
      * just past the vendor being reported.
      *------------------------------------------
       REPOSITION-VENDOR-FILE.
           MOVE SAVE-VENDOR-NUMBER TO VENDOR-NUMBER.
           START VENDOR-FILE
               KEY IS GREATER THAN VENDOR-NUMBER
               INVALID KEY MOVE "Y" TO VENDOR-AT-END.

      *------------------------------------------
      * Same window total VCHMNT01 makes at
      * entry - live vouchers plus the
      * archive, by the vendor alternate keys.
      * One family member per pass; the
      * window is always the cap holder's.
      *------------------------------------------
       TOTAL-CONTRACT-USAGE.
           MOVE FAM-MEMBER (FAM-INDEX) TO SCAN-VENDOR-NUMBER.
           MOVE ZEROES TO MEMBER-USED-AMOUNT (FAM-INDEX).
           MOVE SCAN-VENDOR-NUMBER TO VOUCHER-VENDOR.
           MOVE "N" TO SCAN-AT-END.
           START VOUCHER-FILE
               KEY IS NOT LESS THAN VOUCHER-VENDOR
               INVALID KEY MOVE "Y" TO SCAN-AT-END.
           PERFORM TOTAL-ONE-LIVE-VOUCHER
               UNTIL SCAN-AT-END = "Y".
           MOVE SCAN-VENDOR-NUMBER TO VCH-HIST-VENDOR.
           MOVE "N" TO SCAN-AT-END.
           START VOUCHER-HISTORY-FILE
               KEY IS NOT LESS THAN VCH-HIST-VENDOR
           READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO SCAN-AT-END.
           IF SCAN-AT-END = "N"
               IF VOUCHER-VENDOR NOT = SCAN-VENDOR-NUMBER
                   MOVE "Y" TO SCAN-AT-END
               ELSE
               IF VOUCHER-DATE NOT < VENDOR-CONTRACT-FROM AND
                  VOUCHER-DATE NOT > VENDOR-CONTRACT-THRU
                   ADD VOUCHER-AMOUNT
                    TO CONTRACT-USED-AMOUNT
                       MEMBER-USED-AMOUNT (FAM-INDEX).

       TOTAL-ONE-ARCHIVED-VOUCHER.
           READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO SCAN-AT-END.
           IF SCAN-AT-END = "N"
               IF VCH-HIST-VENDOR NOT = SCAN-VENDOR-NUMBER
                   MOVE "Y" TO SCAN-AT-END
               ELSE
               IF VCH-HIST-DATE NOT < VENDOR-CONTRACT-FROM AND
                  VCH-HIST-DATE NOT > VENDOR-CONTRACT-THRU
                   ADD VCH-HIST-AMOUNT
                    TO CONTRACT-USED-AMOUNT
                       MEMBER-USED-AMOUNT (FAM-INDEX).

      *------------------------------------------
      * File I-O Routines
           MOVE "N" TO VENDOR-AT-END.
           READ VENDOR-FILE NEXT RECORD
               AT END MOVE "Y" TO VENDOR-AT-END.

           COPY "plvfam.cbl".
