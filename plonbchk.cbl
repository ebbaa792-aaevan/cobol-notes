      *----------------------------------
      * PLONBCHK.CBL
      * Shared vendor onboarding
      * checklist.  The same tests the
      * check run holds a vendor for,
      * asked up front so a new vendor
      * is clean before it is payable:
      *
      *   1 - W-9 on file, or a W-8
      *       not yet expired for an
      *       NRA vendor;
      *   2 - a clean TIN-matching
      *       response (1099 vendors);
      *   3 - routing number passes the
      *       check digit and is on the
      *       routing directory (ACH and
      *       wire vendors);
      *   4 - the ACH prenote has
      *       cleared (ACH vendors);
      *   5 - every compliance document
      *       the vendor's VENDOR-REQ
      *       flags demand is on file
      *       and current.
      *
      * A missing item a supervisor has
      * waived (VENDOR-WAIVE-ITEM) counts
      * as done.
      *----------------------------------
       CHECK-ONBOARDING-LIST.
           MOVE SPACE TO ONB-CHECKLIST.
           PERFORM CHECK-ONBOARD-TAX-FORM.
           PERFORM CHECK-ONBOARD-TIN-MATCH.
           PERFORM CHECK-ONBOARD-ROUTING.
           PERFORM CHECK-ONBOARD-PRENOTE.
           PERFORM CHECK-ONBOARD-DOCS.
           MOVE ZEROES TO ONB-MISSING-COUNT.
           PERFORM APPLY-ONE-ONBOARD-WAIVER
               VARYING ONB-INDEX FROM 1 BY 1
               UNTIL ONB-INDEX > 5.

       APPLY-ONE-ONBOARD-WAIVER.
           IF ONB-ITEM-STATE (ONB-INDEX) = "M"
               IF VENDOR-WAIVE-ITEM (ONB-INDEX) = "Y"
                   MOVE "W" TO ONB-ITEM-STATE (ONB-INDEX)
               ELSE
                   ADD 1 TO ONB-MISSING-COUNT.

       CHECK-ONBOARD-TAX-FORM.
           MOVE "S" TO ONB-ITEM-STATE (1).
           IF VENDOR-NRA-FLAG = "Y"
               IF VENDOR-W8-DATE = ZEROES
                   MOVE "M" TO ONB-ITEM-STATE (1)
                   MOVE "NO W-8 ON FILE" TO ONB-ITEM-NOTE (1)
               ELSE
               IF VENDOR-W8-EXPIRY < RUN-DATE
                   MOVE "M" TO ONB-ITEM-STATE (1)
                   MOVE "W-8 HAS EXPIRED" TO ONB-ITEM-NOTE (1)
               ELSE
                   MOVE "W-8 ON FILE" TO ONB-ITEM-NOTE (1)
               END-IF
               END-IF
           ELSE
           IF VENDOR-W9-RECEIVED = "Y"
               MOVE "W-9 ON FILE" TO ONB-ITEM-NOTE (1)
           ELSE
               MOVE "M" TO ONB-ITEM-STATE (1)
               MOVE "NO W-9 ON FILE" TO ONB-ITEM-NOTE (1).

      *    Only 1099 vendors go out on TINMAT01's request file.
       CHECK-ONBOARD-TIN-MATCH.
           MOVE "S" TO ONB-ITEM-STATE (2).
           IF VENDOR-1099-FLAG NOT = "Y"
               MOVE "X" TO ONB-ITEM-STATE (2)
               MOVE "NOT A 1099 VENDOR" TO ONB-ITEM-NOTE (2)
           ELSE
           IF VENDOR-TIN-MISMATCH = "Y"
               MOVE "M" TO ONB-ITEM-STATE (2)
               MOVE "IRS SAYS TIN AND NAME DO NOT MATCH"
                 TO ONB-ITEM-NOTE (2)
           ELSE
           IF VENDOR-TIN-MATCH-DATE = ZEROES
               MOVE "M" TO ONB-ITEM-STATE (2)
               MOVE "NO TIN-MATCH RESPONSE YET"
                 TO ONB-ITEM-NOTE (2)
           ELSE
               MOVE "CLEAN TIN-MATCH RESPONSE ON FILE"
                 TO ONB-ITEM-NOTE (2).

       CHECK-ONBOARD-ROUTING.
           MOVE "S" TO ONB-ITEM-STATE (3).
           IF VENDOR-PAYMENT-METHOD NOT = "A" AND
              VENDOR-PAYMENT-METHOD NOT = "W"
               MOVE "X" TO ONB-ITEM-STATE (3)
               MOVE "NOT PAID BY ACH OR WIRE" TO ONB-ITEM-NOTE (3)
           ELSE
               MOVE VENDOR-BANK-ROUTING TO ROUTING-TEST-NUMBER
               PERFORM CHECK-ROUTING-NUMBER
               IF ROUTING-IS-VALID = "N"
                   MOVE "M" TO ONB-ITEM-STATE (3)
                   MOVE "ROUTING NUMBER FAILS THE CHECK DIGIT"
                     TO ONB-ITEM-NOTE (3)
               ELSE
                   MOVE VENDOR-BANK-ROUTING TO RTD-ROUTING
                   MOVE "Y" TO ONB-ROUTING-FOUND
                   READ ROUTING-DIR-FILE RECORD
                       INVALID KEY
                          MOVE "N" TO ONB-ROUTING-FOUND
                   END-READ
                   IF ONB-ROUTING-FOUND = "N"
                       MOVE "M" TO ONB-ITEM-STATE (3)
                       MOVE "NOT ON ROUTING DIRECTORY - VERIFY"
                         TO ONB-ITEM-NOTE (3)
                   ELSE
                       MOVE RTD-BANK-NAME TO ONB-ITEM-NOTE (3).

      *    CHKRUN01 sends an onboarding ACH vendor's prenote
      *    and promotes it once the waiting period passes.
       CHECK-ONBOARD-PRENOTE.
           MOVE "S" TO ONB-ITEM-STATE (4).
           IF VENDOR-PAYMENT-METHOD NOT = "A"
               MOVE "X" TO ONB-ITEM-STATE (4)
               MOVE "NOT AN ACH VENDOR" TO ONB-ITEM-NOTE (4)
           ELSE
           IF VENDOR-PRENOTE-STATUS = "L"
               MOVE "PRENOTE CLEARED" TO ONB-ITEM-NOTE (4)
           ELSE
           IF VENDOR-PRENOTE-STATUS = "F"
               MOVE "M" TO ONB-ITEM-STATE (4)
               MOVE "PRENOTE REJECTED - NEW BANK DETAILS"
                 TO ONB-ITEM-NOTE (4)
           ELSE
           IF VENDOR-PRENOTE-DATE = ZEROES
               MOVE "M" TO ONB-ITEM-STATE (4)
               MOVE "PRENOTE NOT SENT YET" TO ONB-ITEM-NOTE (4)
           ELSE
               MOVE "M" TO ONB-ITEM-STATE (4)
               MOVE "PRENOTE SENT - WAITING PERIOD RUNNING"
                 TO ONB-ITEM-NOTE (4).

       CHECK-ONBOARD-DOCS.
           MOVE "S" TO ONB-ITEM-STATE (5).
           MOVE SPACE TO ONB-MISSING-DOCS.
           MOVE ZEROES TO ONB-DOC-COUNT.
           IF VENDOR-REQ-LIABILITY NOT = "Y" AND
              VENDOR-REQ-WORKCOMP NOT = "Y" AND
              VENDOR-REQ-DIVERSITY NOT = "Y"
               MOVE "X" TO ONB-ITEM-STATE (5)
               MOVE "NO DOCUMENTS REQUIRED" TO ONB-ITEM-NOTE (5)
           ELSE
               IF VENDOR-REQ-LIABILITY = "Y"
                   MOVE "LI" TO CMP-DOC-TYPE
                   PERFORM CHECK-ONE-ONBOARD-DOC
               END-IF
               IF VENDOR-REQ-WORKCOMP = "Y"
                   MOVE "WC" TO CMP-DOC-TYPE
                   PERFORM CHECK-ONE-ONBOARD-DOC
               END-IF
               IF VENDOR-REQ-DIVERSITY = "Y"
                   MOVE "DV" TO CMP-DOC-TYPE
                   PERFORM CHECK-ONE-ONBOARD-DOC
               END-IF
               IF ONB-MISSING-DOCS = SPACE
                   MOVE "REQUIRED DOCUMENTS CURRENT"
                     TO ONB-ITEM-NOTE (5)
               ELSE
                   MOVE "M" TO ONB-ITEM-STATE (5)
                   STRING "MISSING OR EXPIRED: " ONB-MISSING-DOCS
                       DELIMITED BY SIZE INTO ONB-ITEM-NOTE (5).

       CHECK-ONE-ONBOARD-DOC.
           MOVE VENDOR-NUMBER TO CMP-VENDOR.
           MOVE "Y" TO ONB-DOC-FOUND.
           READ COMPLIANCE-DOC-FILE RECORD
               INVALID KEY
                  MOVE "N" TO ONB-DOC-FOUND.
           IF ONB-DOC-FOUND = "N" OR
              CMP-EXPIRY-DATE < RUN-DATE
               ADD 1 TO ONB-DOC-COUNT
               MOVE CMP-DOC-TYPE TO ONB-MISSING-DOC (ONB-DOC-COUNT).
