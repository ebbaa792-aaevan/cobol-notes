      * vendor waited on the phone.
      *
      * Vendor-level holds checked: vendor on
      * hold, vendor still onboarding, 1099
      * vendor with no W-9, IRS TIN
      * mismatch, sanctions-list hit, required
      * compliance certificate missing or
      * expired, ACH
      * prenote not yet live, pending bank-
      * detail change awaiting release.
      * Voucher-level holds: disputed, held
      * for department approval, not selected
      * for payment, no receipt on file for
      * its PO, dated into a closed period,
      * one-time payee on the sanctions list.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "slrcpt.cbl".

           COPY "slsdnhit.cbl".

       DATA DIVISION.
       FILE SECTION.


           COPY "fdrcpt.cbl".

           COPY "fdsdnhit.cbl".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                   PIC 9.
       77  PENDING-AT-END              PIC X(01).
       77  RECEIPT-SCAN-AT-END         PIC X(01).
       77  VOUCHER-HAS-RECEIPT         PIC X(01).
       77  HIT-RECORD-FOUND            PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  ENTERED-VENDOR              PIC 9(05).
           OPEN INPUT VENDOR-PENDING-FILE.
           OPEN INPUT ACCT-PERIOD-FILE.
           OPEN INPUT RECEIPT-FILE.
           OPEN INPUT SDN-HIT-FILE.

       CLOSING-PROCEDURE.
           CLOSE VENDOR-FILE.
           CLOSE VENDOR-PENDING-FILE.
           CLOSE ACCT-PERIOD-FILE.
           CLOSE RECEIPT-FILE.
           CLOSE SDN-HIT-FILE.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
                       "SELECT IT IN VCHPIC01".
           PERFORM CHECK-RECEIPT-HOLD.
           PERFORM CHECK-PERIOD-HOLD.
           IF VOUCHER-ONE-TIME-FLAG = "Y"
               MOVE "O" TO HIT-PARTY-TYPE
               MOVE VOUCHER-NUMBER TO HIT-PARTY-NUMBER
               PERFORM CHECK-SANCTIONS-HIT.

       CHECK-RECEIPT-HOLD.
           MOVE "Y" TO VOUCHER-HAS-RECEIPT.
               ADD 1 TO HOLD-COUNT
               DISPLAY "HOLD: VENDOR IS ON HOLD - RELEASE IN "
                       "VNDMNT01 (STATUS)".
           IF VENDOR-STATUS = "O"
               ADD 1 TO HOLD-COUNT
               DISPLAY "HOLD: VENDOR IS STILL ONBOARDING - SEE "
                       "VNDONB01 FOR WHAT IS MISSING".
           IF VENDOR-1099-FLAG = "Y" AND
              VENDOR-W9-RECEIVED NOT = "Y"
               ADD 1 TO HOLD-COUNT
               ADD 1 TO HOLD-COUNT
               DISPLAY "HOLD: IRS REPORTS TIN MISMATCH - RE-KEY "
                       "THE TAX ID IN VNDMNT01".
           MOVE "V" TO HIT-PARTY-TYPE.
           MOVE VENDOR-NUMBER TO HIT-PARTY-NUMBER.
           PERFORM CHECK-SANCTIONS-HIT.
           MOVE "R" TO HIT-PARTY-TYPE.
           MOVE VENDOR-NUMBER TO HIT-PARTY-NUMBER.
           PERFORM CHECK-SANCTIONS-HIT.
      *    Same test CHKRUN01's CHECK-W8-REQUIREMENT enforces.
           IF VENDOR-NRA-FLAG = "Y" AND
              (VENDOR-W8-DATE = ZEROES OR
                           " AWAITING SECOND APPROVAL - "
                           "VNDREL01 RELEASES IT".

      *------------------------------------------
      * The same hit CHKRUN01's CHECK-
      * SANCTIONS-HOLD stops on - HIT-KEY is
      * set by the caller.
      *------------------------------------------
       CHECK-SANCTIONS-HIT.
           MOVE "Y" TO HIT-RECORD-FOUND.
           READ SDN-HIT-FILE RECORD
               INVALID KEY
                  MOVE "N" TO HIT-RECORD-FOUND.
           IF HIT-RECORD-FOUND = "Y" AND HIT-STATUS NOT = "F"
               ADD 1 TO HOLD-COUNT
               IF HIT-STATUS = "C"
                   DISPLAY "HOLD: " HIT-SCREENED-NAME
                           " IS A CONFIRMED SANCTIONS-LIST MATCH"
               ELSE
                   DISPLAY "HOLD: " HIT-SCREENED-NAME
                           " MATCHES THE SANCTIONS LIST - "
                           "SDNREV01 RESOLVES IT".

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
