      *
      * Supervisor only, and a vendor with ANY
      * open voucher balance is never offered,
      * however old its last activity.  Nor is
      * a parent vendor that still has branch
      * vendors pointing at it - the branches'
      * roll-ups would lose their head.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  SCAN-AT-END                 PIC X(01).
       77  VENDOR-HAS-ACTIVITY         PIC X(01).
       77  VENDOR-HAS-OPEN-BAL         PIC X(01).
       77  VENDOR-HAS-BRANCHES         PIC X(01).
       77  SAVE-VENDOR-PARENT          PIC 9(05).
       77  ARCHIVE-ANSWER              PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       REVIEW-THE-VENDORS.
           MOVE VENDOR-NUMBER TO SAVE-VENDOR-NUMBER.
           PERFORM CHECK-VENDOR-ACTIVITY.
           PERFORM CHECK-VENDOR-BRANCHES.
           IF VENDOR-HAS-ACTIVITY = "N" AND
              VENDOR-HAS-OPEN-BAL = "N" AND
              VENDOR-HAS-BRANCHES = "N"
               ADD 1 TO CANDIDATE-COUNT
               PERFORM OFFER-THE-CANDIDATE.
      *    The voucher scans repositioned nothing on the vendor
               IF VCH-HIST-DATE NOT < CUTOFF-DATE
                   MOVE "Y" TO VENDOR-HAS-ACTIVITY.

      *------------------------------------------
      * Any vendor whose VENDOR-PARENT is this
      * one.  The START borrows the parent
      * field of the record in hand, so it is
      * put back for the archive image.
      *------------------------------------------
       CHECK-VENDOR-BRANCHES.
           MOVE "Y" TO VENDOR-HAS-BRANCHES.
           MOVE VENDOR-PARENT TO SAVE-VENDOR-PARENT.
           MOVE SAVE-VENDOR-NUMBER TO VENDOR-PARENT.
           START VENDOR-FILE
               KEY IS EQUAL TO VENDOR-PARENT
               INVALID KEY MOVE "N" TO VENDOR-HAS-BRANCHES.
           MOVE SAVE-VENDOR-PARENT TO VENDOR-PARENT.

       OFFER-THE-CANDIDATE.
           DISPLAY " ".
           DISPLAY "CANDIDATE: VENDOR " SAVE-VENDOR-NUMBER
