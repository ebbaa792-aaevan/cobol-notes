       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDNSCR01.
      *------------------------------------------
      * Sanctions screening.  Every vendor
      * name, every vendor remit-to line that
      * names a payee of its own (a factor, a
      * lockbox company - PLSDNCHK decides),
      * and the payee name on every unpaid
      * one-time-payee voucher (VOUCHER-OT-
      * PAYEE-NAME) is normalized and looked
      * up on the OFAC SDN list SDNLOD01
      * loaded.  A match goes on SDN-HIT-FILE
      * as unresolved for SDNREV01 - CHKRUN01
      * will not pay the party until it is
      * cleared as a false positive.  A hit
      * already cleared stays cleared while
      * the same name still matches the same
      * entry; a changed name or a different
      * entry reopens it.  An unconfirmed hit
      * that no longer matches is dropped; a
      * confirmed one stays until released.
      * SDNLOD01 runs this after every list
      * load; it can be run on its own any
      * time (after adding vendors, before a
      * check run).  The report lists every
      * open and confirmed hit.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slsdnlst.cbl".

           COPY "slsdnhit.cbl".

           COPY "slvnd02.cbl".

           COPY "slvouch.cbl".

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdsdnlst.cbl".

           COPY "fdsdnhit.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdvouch.cbl".

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

           COPY "wssignon.cbl".

       77  VENDOR-AT-END               PIC X(01).
       77  VOUCHER-AT-END              PIC X(01).
       77  HIT-AT-END                  PIC X(01).
       77  LIST-AT-END                 PIC X(01).
       77  HIT-RECORD-FOUND            PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  RUN-TIME                    PIC 9(06).

       77  PARTY-TYPE                  PIC X(01).
       77  PARTY-NUMBER                PIC 9(07).
       77  PARTY-VENDOR                PIC 9(05).
       77  PARTY-NAME                  PIC X(30).

       77  VENDORS-SCREENED            PIC 9(05) VALUE ZERO.
       77  REMITS-SCREENED             PIC 9(05) VALUE ZERO.
       77  PAYEES-SCREENED             PIC 9(05) VALUE ZERO.
       77  NEW-HIT-COUNT               PIC 9(05) VALUE ZERO.
       77  REOPENED-COUNT              PIC 9(05) VALUE ZERO.
       77  DROPPED-COUNT               PIC 9(05) VALUE ZERO.
       77  OPEN-HIT-COUNT              PIC 9(05) VALUE ZERO.
       77  CONFIRMED-COUNT             PIC 9(05) VALUE ZERO.
       77  CLEARED-COUNT               PIC 9(05) VALUE ZERO.

       77  PARTY-NUMBER-FIELD          PIC Z(6)9.
       77  COUNT-FIELD                 PIC ZZZZ9.
       77  STATUS-WORDS                PIC X(10).

           COPY "wscase01.cbl".

           COPY "wssdnchk.cbl".

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
           ACCEPT RUN-TIME FROM TIME.
           MOVE "SDNSCR01" TO REPORT-ID.
           MOVE "SANCTIONS SCREENING HITS" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.
           OPEN INPUT SDN-LIST-FILE.
           OPEN I-O SDN-HIT-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT VOUCHER-FILE.

       CLOSING-PROCEDURE.
           PERFORM CLOSE-THE-REPORT.
           CLOSE SDN-LIST-FILE.
           CLOSE SDN-HIT-FILE.
           CLOSE VENDOR-FILE.
           CLOSE VOUCHER-FILE.

      *------------------------------------------
      * With no list loaded every name would
      * come back clean and every open hit
      * would be dropped - so nothing is
      * screened until there is a list.
      *------------------------------------------
       MAIN-PROCESS.
           PERFORM DISPLAY-REPORT-HEADING.
           PERFORM CHECK-LIST-IS-LOADED.
           IF LIST-AT-END = "Y"
               MOVE SPACE TO PRINT-LINE
               STRING "NO SANCTIONS LIST IS LOADED - RUN SDNLOD01 "
                      "- NOTHING WAS SCREENED"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE
           ELSE
               PERFORM SCREEN-ALL-VENDORS
               PERFORM SCREEN-ONE-TIME-PAYEES
               PERFORM DROP-STALE-HITS.
           PERFORM PRINT-THE-HIT-LIST.
           PERFORM PRINT-REPORT-TOTALS.

       CHECK-LIST-IS-LOADED.
           MOVE "N" TO LIST-AT-END.
           MOVE LOW-VALUES TO SDN-ENTRY-KEY.
           START SDN-LIST-FILE KEY IS NOT LESS THAN SDN-ENTRY-KEY
               INVALID KEY MOVE "Y" TO LIST-AT-END.
           IF LIST-AT-END = "N"
               READ SDN-LIST-FILE NEXT RECORD
                   AT END MOVE "Y" TO LIST-AT-END.
           IF LIST-AT-END = "N"
               MOVE SPACE TO PRINT-LINE
               STRING "SCREENED AGAINST THE LIST LOADED "
                      SDN-LOAD-DATE
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE
               PERFORM PRINT-A-LINE.

      *------------------------------------------
      * Vendors - the name, and the remit-to
      * line when it names someone else.
      *------------------------------------------
       SCREEN-ALL-VENDORS.
           MOVE ZEROES TO VENDOR-NUMBER.
           MOVE "N" TO VENDOR-AT-END.
           START VENDOR-FILE KEY IS NOT LESS THAN VENDOR-NUMBER
               INVALID KEY MOVE "Y" TO VENDOR-AT-END.
           IF VENDOR-AT-END = "N"
               PERFORM READ-NEXT-VENDOR-RECORD.
           PERFORM SCREEN-ONE-VENDOR
               UNTIL VENDOR-AT-END = "Y".

       SCREEN-ONE-VENDOR.
           ADD 1 TO VENDORS-SCREENED.
           MOVE "V"           TO PARTY-TYPE.
           MOVE VENDOR-NUMBER TO PARTY-NUMBER.
           MOVE VENDOR-NUMBER TO PARTY-VENDOR.
           MOVE VENDOR-NAME   TO PARTY-NAME.
           PERFORM SCREEN-ONE-PARTY.
           MOVE VENDOR-REMIT-ADDRESS-1 TO SDN-REMIT-TEST.
           MOVE VENDOR-NAME TO SDN-REMIT-VENDOR-NAME.
           PERFORM CHECK-REMIT-IS-NAME.
           IF SDN-REMIT-IS-NAME = "Y"
               ADD 1 TO REMITS-SCREENED
               MOVE "R" TO PARTY-TYPE
               MOVE VENDOR-REMIT-ADDRESS-1 TO PARTY-NAME
               PERFORM SCREEN-ONE-PARTY.
           PERFORM READ-NEXT-VENDOR-RECORD.

      *------------------------------------------
      * One-time payees - only the vouchers
      * still to be paid.  Employee
      * reimbursements ("E") are our own
      * people and are not screened.
      *------------------------------------------
       SCREEN-ONE-TIME-PAYEES.
           MOVE ZEROES TO VOUCHER-NUMBER.
           MOVE "N" TO VOUCHER-AT-END.
           START VOUCHER-FILE KEY IS NOT LESS THAN VOUCHER-NUMBER
               INVALID KEY MOVE "Y" TO VOUCHER-AT-END.
           IF VOUCHER-AT-END = "N"
               PERFORM READ-NEXT-VOUCHER-RECORD.
           PERFORM SCREEN-ONE-VOUCHER
               UNTIL VOUCHER-AT-END = "Y".

       SCREEN-ONE-VOUCHER.
           IF VOUCHER-ONE-TIME-FLAG = "Y" AND
              VOUCHER-PAID-AMOUNT NOT = VOUCHER-AMOUNT
               ADD 1 TO PAYEES-SCREENED
               MOVE "O"                   TO PARTY-TYPE
               MOVE VOUCHER-NUMBER        TO PARTY-NUMBER
               MOVE VOUCHER-VENDOR        TO PARTY-VENDOR
               MOVE VOUCHER-OT-PAYEE-NAME TO PARTY-NAME
               PERFORM SCREEN-ONE-PARTY.
           PERFORM READ-NEXT-VOUCHER-RECORD.

       SCREEN-ONE-PARTY.
           MOVE PARTY-NAME TO SDN-SCREEN-NAME.
           PERFORM SCREEN-SDN-NAME.
           IF SDN-NAME-MATCHED = "Y"
               PERFORM RECORD-THE-HIT.

       RECORD-THE-HIT.
           MOVE PARTY-TYPE   TO HIT-PARTY-TYPE.
           MOVE PARTY-NUMBER TO HIT-PARTY-NUMBER.
           PERFORM READ-HIT-RECORD.
           IF HIT-RECORD-FOUND = "N"
               MOVE PARTY-VENDOR TO HIT-VENDOR
               MOVE PARTY-NAME   TO HIT-SCREENED-NAME
               MOVE SDN-ENT-NUM  TO HIT-ENT-NUM
               MOVE SDN-NAME     TO HIT-SDN-NAME
               MOVE SDN-PROGRAM  TO HIT-SDN-PROGRAM
               MOVE "U"          TO HIT-STATUS
               MOVE RUN-DATE     TO HIT-FOUND-DATE
               MOVE RUN-DATE     TO HIT-SCREENED-DATE
               MOVE RUN-TIME     TO HIT-SCREENED-TIME
               MOVE SPACES       TO HIT-REVIEWED-BY
               MOVE ZEROES       TO HIT-REVIEWED-DATE
               MOVE SPACES       TO HIT-REVIEW-NOTE
               PERFORM WRITE-HIT-RECORD
               ADD 1 TO NEW-HIT-COUNT
           ELSE
               IF HIT-SCREENED-NAME NOT = PARTY-NAME OR
                  HIT-ENT-NUM NOT = SDN-ENT-NUM
                   PERFORM REOPEN-THE-HIT
               END-IF
               MOVE RUN-DATE TO HIT-SCREENED-DATE
               MOVE RUN-TIME TO HIT-SCREENED-TIME
               PERFORM REWRITE-HIT-RECORD.

      *    A confirmed hit stays confirmed.
       REOPEN-THE-HIT.
           IF HIT-STATUS = "F"
               MOVE "U" TO HIT-STATUS
               MOVE RUN-DATE TO HIT-FOUND-DATE
               ADD 1 TO REOPENED-COUNT.
           MOVE PARTY-VENDOR TO HIT-VENDOR.
           MOVE PARTY-NAME   TO HIT-SCREENED-NAME.
           MOVE SDN-ENT-NUM  TO HIT-ENT-NUM.
           MOVE SDN-NAME     TO HIT-SDN-NAME.
           MOVE SDN-PROGRAM  TO HIT-SDN-PROGRAM.

      *------------------------------------------
      * A hit this run did not touch no longer
      * matches - unless it was confirmed.
      *------------------------------------------
       DROP-STALE-HITS.
           MOVE LOW-VALUES TO HIT-KEY.
           MOVE "N" TO HIT-AT-END.
           START SDN-HIT-FILE KEY IS NOT LESS THAN HIT-KEY
               INVALID KEY MOVE "Y" TO HIT-AT-END.
           IF HIT-AT-END = "N"
               PERFORM READ-NEXT-HIT-RECORD.
           PERFORM DROP-ONE-STALE-HIT
               UNTIL HIT-AT-END = "Y".

       DROP-ONE-STALE-HIT.
           IF HIT-STATUS NOT = "C" AND
              (HIT-SCREENED-DATE NOT = RUN-DATE OR
               HIT-SCREENED-TIME NOT = RUN-TIME)
               PERFORM DELETE-HIT-RECORD
               ADD 1 TO DROPPED-COUNT.
           PERFORM READ-NEXT-HIT-RECORD.

      *------------------------------------------
      * Report lines
      *------------------------------------------
       DISPLAY-REPORT-HEADING.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "SANCTIONS SCREENING - RUN DATE "
                  RUN-DATE
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-THE-HIT-LIST.
           MOVE SPACE TO PRINT-LINE
           STRING "T  PARTY   VENDOR  NAME SCREENED"
                  "                   STATUS     FOUND"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE LOW-VALUES TO HIT-KEY.
           MOVE "N" TO HIT-AT-END.
           START SDN-HIT-FILE KEY IS NOT LESS THAN HIT-KEY
               INVALID KEY MOVE "Y" TO HIT-AT-END.
           IF HIT-AT-END = "N"
               PERFORM READ-NEXT-HIT-RECORD.
           PERFORM PRINT-ONE-HIT
               UNTIL HIT-AT-END = "Y".
           PERFORM PRINT-A-LINE.

       PRINT-ONE-HIT.
           IF HIT-STATUS = "F"
               ADD 1 TO CLEARED-COUNT
           ELSE
               IF HIT-STATUS = "C"
                   ADD 1 TO CONFIRMED-COUNT
                   MOVE "CONFIRMED" TO STATUS-WORDS
               ELSE
                   ADD 1 TO OPEN-HIT-COUNT
                   MOVE "UNRESOLVED" TO STATUS-WORDS
               END-IF
               MOVE HIT-PARTY-NUMBER TO PARTY-NUMBER-FIELD
               MOVE SPACE TO PRINT-LINE
               STRING HIT-PARTY-TYPE " " PARTY-NUMBER-FIELD " "
                      HIT-VENDOR "   " HIT-SCREENED-NAME " "
                      STATUS-WORDS " " HIT-FOUND-DATE
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE
               MOVE SPACE TO PRINT-LINE
               STRING "      SDN ENTRY " HIT-ENT-NUM " "
                      HIT-SDN-NAME " " HIT-SDN-PROGRAM
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.
           PERFORM READ-NEXT-HIT-RECORD.

       PRINT-REPORT-TOTALS.
           MOVE VENDORS-SCREENED TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "VENDOR NAMES SCREENED:      " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE REMITS-SCREENED TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "REMIT-TO NAMES SCREENED:    " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE PAYEES-SCREENED TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "ONE-TIME PAYEES SCREENED:   " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE NEW-HIT-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "NEW HITS:                   " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE REOPENED-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "CLEARED HITS REOPENED:      " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE DROPPED-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "HITS NO LONGER MATCHING:    " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE OPEN-HIT-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "UNRESOLVED - NOT PAYABLE:   " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE CONFIRMED-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "CONFIRMED - NOT PAYABLE:    " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE CLEARED-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "CLEARED AS FALSE POSITIVES: " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-VENDOR-RECORD.
           READ VENDOR-FILE NEXT RECORD
               AT END MOVE "Y" TO VENDOR-AT-END.

       READ-NEXT-VOUCHER-RECORD.
           READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-AT-END.

       READ-HIT-RECORD.
           MOVE "Y" TO HIT-RECORD-FOUND.
           READ SDN-HIT-FILE RECORD
               INVALID KEY
                  MOVE "N" TO HIT-RECORD-FOUND.

       READ-NEXT-HIT-RECORD.
           READ SDN-HIT-FILE NEXT RECORD
               AT END MOVE "Y" TO HIT-AT-END.

       WRITE-HIT-RECORD.
           WRITE SDN-HIT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING SANCTIONS HIT RECORD".

       REWRITE-HIT-RECORD.
           REWRITE SDN-HIT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING SANCTIONS HIT RECORD".

       DELETE-HIT-RECORD.
           DELETE SDN-HIT-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING SANCTIONS HIT RECORD".

           COPY "plsdnchk.cbl".

           COPY "plprint.cbl".
