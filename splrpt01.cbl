       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLRPT01.
      *------------------------------------------
      * Split-invoice and threshold-avoidance
      * exceptions.  CONTROL-SIGNOFF-THRESHOLD
      * makes VCHPIC01 ask for a second ID on
      * one big voucher; it does nothing about
      * the same vendor's $9,900 invoice keyed
      * as three $3,300 vouchers in a week.
      * This goes through the voucher file one
      * vendor at a time, in date order, and
      * reports:
      *
      *   CLUSTER     - two or more of the
      *                 vendor's vouchers within
      *                 CONTROL-SPLIT-DAYS of the
      *                 first, each at or under
      *                 the company's threshold,
      *                 that together go over it;
      *   ROUND       - a whole-hundreds amount;
      *   SEQUENCE    - invoice numbers within
      *                 SEQUENCE-GAP of another of
      *                 the vendor's - a vendor
      *                 who bills many customers
      *                 does not send us
      *                 consecutive invoices;
      *   AFTER HOURS - keyed outside CONTROL-
      *                 HOURS-START/-END, or on a
      *                 day the bank calendar says
      *                 is not a business day.
      *
      * Who keyed each voucher, and when, comes
      * from VCHMNT01's ADD entry on the audit
      * log.  A voucher with no ADD entry (the
      * interfaces write none, and LOGRET01 may
      * have purged an old one) shows NOT
      * LOGGED and is not tested for the hour.
      * One-time payees and employee
      * reimbursements are different payees
      * under shared numbers, so only the
      * amount and hour tests apply to them.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvouch.cbl".

           COPY "slvnd02.cbl".

           COPY "slcontrl.cbl".

           COPY "slaudlog.cbl".

           COPY "slbnkcal.cbl".

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvouch.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdcontrl.cbl".

           COPY "fdaudlog.cbl".

           COPY "fdbnkcal.cbl".

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

           COPY "wssignon.cbl".

       77  VOUCHER-AT-END              PIC X(01).
       77  AUDIT-AT-END                PIC X(01).
       77  CONTROL-RECORD-FOUND        PIC X(01).
       77  VENDOR-RECORD-FOUND         PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  SEQUENCE-GAP                PIC 9(01) VALUE 3.

      *------------------------------------------
      * Threshold, window and business hours
      * for companies 1-9.
      *------------------------------------------
       01  COMPANY-LIMIT-TABLE.
           05 CMP-ENTRY                OCCURS 9 TIMES.
              10 CMP-THRESHOLD         PIC 9(6)V99.
              10 CMP-SPLIT-DAYS        PIC 9(03).
              10 CMP-HOURS-START       PIC 9(04).
              10 CMP-HOURS-END         PIC 9(04).
       77  CMP-INDEX                   PIC 9(02).

      *------------------------------------------
      * Every voucher ADD on the audit log.
      *------------------------------------------
       77  ADD-COUNT                   PIC 9(05) VALUE ZERO.
       77  ADD-INDEX                   PIC 9(05).
       77  ADD-SLOT-FOUND              PIC X(01).
       77  ADD-TABLE-FULL              PIC X(01) VALUE "N".
       01  VOUCHER-ADD-TABLE.
           05 ADD-ENTRY                OCCURS 20000 TIMES.
              10 ADD-VOUCHER           PIC 9(07).
              10 ADD-OPERATOR          PIC X(08).
              10 ADD-DATE              PIC 9(08).
              10 ADD-TIME              PIC 9(06).

      *------------------------------------------
      * One vendor's vouchers.  VV-CLUSTER is
      * the cluster the voucher was put in,
      * zero for none.
      *------------------------------------------
       77  CURRENT-VENDOR              PIC 9(05).
       77  VV-COUNT                    PIC 9(03).
       77  VV-I                        PIC 9(03).
       77  VV-J                        PIC 9(03).
       77  VV-SWAPPED                  PIC X(01).
       77  VV-TABLE-FULL               PIC X(01).
       01  VENDOR-VOUCHER-TABLE.
           05 VV-ENTRY                 OCCURS 500 TIMES.
              10 VV-VOUCHER            PIC 9(07).
              10 VV-INVOICE            PIC X(15).
              10 VV-INVOICE-VALUE      PIC 9(15).
              10 VV-HAS-NUMBER         PIC X(01).
              10 VV-DATE               PIC 9(08).
              10 VV-DAY                PIC 9(07).
              10 VV-AMOUNT             PIC S9(6)V99.
              10 VV-COMPANY            PIC 9(01).
              10 VV-ONE-TIME           PIC X(01).
              10 VV-PAYEE-NAME         PIC X(30).
              10 VV-CLUSTER            PIC 9(02).
              10 VV-ROUND              PIC X(01).
              10 VV-SEQUENCE           PIC X(01).
              10 VV-AFTER-HOURS        PIC X(01).
              10 VV-OPERATOR           PIC X(08).
              10 VV-ENTERED-DATE       PIC 9(08).
              10 VV-ENTERED-TIME       PIC 9(06).
       01  VV-SWAP-ENTRY               PIC X(120).

      *------------------------------------------
      * The clusters found for this vendor.
      *------------------------------------------
       77  CLUSTER-COUNT               PIC 9(02).
       77  CLUSTER-INDEX               PIC 9(02).
       01  CLUSTER-TABLE.
           05 CLU-ENTRY                OCCURS 99 TIMES.
              10 CLU-VOUCHERS          PIC 9(03).
              10 CLU-FROM-DATE         PIC 9(08).
              10 CLU-THRU-DATE         PIC 9(08).
              10 CLU-TOTAL             PIC S9(8)V99.
              10 CLU-THRESHOLD         PIC 9(6)V99.

       77  CLUSTER-COMPANY             PIC 9(01).
       77  CLUSTER-MEMBERS             PIC 9(03).
       77  CLUSTER-TOTAL               PIC S9(8)V99.
       77  CLUSTER-THRU-DATE           PIC 9(08).

       77  VOUCHER-COMPANY-WORK        PIC 9(01).
       77  ROUND-QUOTIENT              PIC 9(06).
       77  ROUND-REMAINDER             PIC S9(03)V99.
       77  INVOICE-GAP                 PIC S9(15).
       01  ENTERED-TIME-WORK           PIC 9(06).
       01  FILLER REDEFINES ENTERED-TIME-WORK.
           05 ENTERED-HOUR             PIC 9(04).
           05 FILLER                   PIC 9(02).
       77  VENDOR-HAS-EXCEPTION        PIC X(01).
       77  VOUCHER-FLAGS               PIC X(40).
       77  FLAG-POINTER                PIC 9(02).
       77  KEYED-WORDS                 PIC X(34).

       77  INVOICE-INDEX               PIC 9(02).
       77  INVOICE-CHAR                PIC X(01).
       77  INVOICE-DIGIT REDEFINES INVOICE-CHAR
                                       PIC 9(01).

       77  VENDORS-FLAGGED             PIC 9(05) VALUE ZERO.
       77  CLUSTERS-FOUND              PIC 9(05) VALUE ZERO.
       77  ROUND-FOUND                 PIC 9(05) VALUE ZERO.
       77  SEQUENCE-FOUND              PIC 9(05) VALUE ZERO.
       77  AFTER-HOURS-FOUND           PIC 9(05) VALUE ZERO.
       77  NOT-LOGGED-COUNT            PIC 9(05) VALUE ZERO.
       77  VOUCHERS-EXAMINED           PIC 9(06) VALUE ZERO.

       77  VOUCHER-NUMBER-FIELD        PIC Z(6)9.
       77  COUNT-FIELD                 PIC Z(5)9.
       77  AMOUNT-FIELD                PIC ZZZ,ZZ9.99-.
       77  TOTAL-FIELD                 PIC ZZ,ZZZ,ZZ9.99-.
       77  THRESHOLD-FIELD             PIC ZZZ,ZZ9.99.
       77  DAYS-FIELD                  PIC ZZ9.

           COPY "wsbnkday.cbl".

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
           MOVE "SPLRPT01" TO REPORT-ID.
           MOVE "SPLIT-INVOICE EXCEPTIONS" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT CONTROL-FILE.
           OPEN INPUT AUDIT-LOG-FILE.
           OPEN INPUT BANK-CALENDAR-FILE.

       CLOSING-PROCEDURE.
           PERFORM CLOSE-THE-REPORT.
           CLOSE VOUCHER-FILE.
           CLOSE VENDOR-FILE.
           CLOSE CONTROL-FILE.
           CLOSE AUDIT-LOG-FILE.
           CLOSE BANK-CALENDAR-FILE.

       MAIN-PROCESS.
           PERFORM LOAD-COMPANY-LIMITS.
           PERFORM LOAD-VOUCHER-ADDS.
           PERFORM DISPLAY-REPORT-HEADING.
           MOVE ZEROES TO VOUCHER-VENDOR.
           MOVE "N" TO VOUCHER-AT-END.
           START VOUCHER-FILE KEY IS NOT LESS THAN VOUCHER-VENDOR
               INVALID KEY MOVE "Y" TO VOUCHER-AT-END.
           IF VOUCHER-AT-END = "N"
               PERFORM READ-NEXT-VOUCHER-RECORD.
           PERFORM PROCESS-ONE-VENDOR
               UNTIL VOUCHER-AT-END = "Y".
           PERFORM PRINT-REPORT-TOTALS.

      *------------------------------------------
      * A company with no control record has
      * every test but ROUND and SEQUENCE off.
      *------------------------------------------
       LOAD-COMPANY-LIMITS.
           PERFORM LOAD-ONE-COMPANY-LIMIT
               VARYING CMP-INDEX FROM 1 BY 1
               UNTIL CMP-INDEX > 9.

       LOAD-ONE-COMPANY-LIMIT.
           MOVE ZEROES TO CMP-ENTRY (CMP-INDEX).
           MOVE CMP-INDEX TO CONTROL-KEY.
           PERFORM READ-CONTROL-RECORD.
           IF CONTROL-RECORD-FOUND = "Y"
               MOVE CONTROL-SIGNOFF-THRESHOLD
                   TO CMP-THRESHOLD (CMP-INDEX)
               MOVE CONTROL-SPLIT-DAYS  TO CMP-SPLIT-DAYS (CMP-INDEX)
               MOVE CONTROL-HOURS-START TO CMP-HOURS-START (CMP-INDEX)
               MOVE CONTROL-HOURS-END   TO CMP-HOURS-END (CMP-INDEX).

       LOAD-VOUCHER-ADDS.
           MOVE "N" TO AUDIT-AT-END.
           PERFORM READ-NEXT-AUDIT-RECORD.
           PERFORM LOAD-ONE-AUDIT-ENTRY
               UNTIL AUDIT-AT-END = "Y".

       LOAD-ONE-AUDIT-ENTRY.
           IF AUD-SOURCE NOT = "N" AND
              AUD-FIELD-CHANGED = "ADD"
               IF ADD-COUNT < 20000
                   ADD 1 TO ADD-COUNT
                   MOVE AUD-VOUCHER-NUMBER TO ADD-VOUCHER (ADD-COUNT)
                   MOVE AUD-OPERATOR-ID    TO ADD-OPERATOR (ADD-COUNT)
                   MOVE AUD-LOG-DATE       TO ADD-DATE (ADD-COUNT)
                   MOVE AUD-LOG-TIME       TO ADD-TIME (ADD-COUNT)
               ELSE
                   MOVE "Y" TO ADD-TABLE-FULL.
           PERFORM READ-NEXT-AUDIT-RECORD.

      *------------------------------------------
      * One vendor - gather its vouchers, test
      * them, print what was found.
      *------------------------------------------
       PROCESS-ONE-VENDOR.
           MOVE VOUCHER-VENDOR TO CURRENT-VENDOR.
           MOVE ZEROES TO VV-COUNT.
           MOVE "N" TO VV-TABLE-FULL.
           PERFORM GATHER-ONE-VOUCHER
               UNTIL VOUCHER-AT-END = "Y" OR
                     VOUCHER-VENDOR NOT = CURRENT-VENDOR.
           PERFORM SORT-VENDOR-VOUCHERS.
           MOVE ZEROES TO CLUSTER-COUNT.
           PERFORM CHECK-ONE-CLUSTER-START
               VARYING VV-I FROM 1 BY 1
               UNTIL VV-I > VV-COUNT.
           PERFORM CHECK-INVOICE-SEQUENCE
               VARYING VV-I FROM 1 BY 1
               UNTIL VV-I > VV-COUNT.
           MOVE "N" TO VENDOR-HAS-EXCEPTION.
           IF CLUSTER-COUNT NOT = ZEROES
               MOVE "Y" TO VENDOR-HAS-EXCEPTION.
           PERFORM CHECK-VOUCHER-FLAGGED
               VARYING VV-I FROM 1 BY 1
               UNTIL VV-I > VV-COUNT.
           IF VENDOR-HAS-EXCEPTION = "Y"
               PERFORM PRINT-VENDOR-EXCEPTIONS.

      *    Credits and zero vouchers carry no risk of this kind.
       GATHER-ONE-VOUCHER.
           IF VOUCHER-AMOUNT > ZERO
               IF VV-COUNT < 500
                   ADD 1 TO VV-COUNT
                   ADD 1 TO VOUCHERS-EXAMINED
                   PERFORM LOAD-ONE-VENDOR-VOUCHER
               ELSE
                   MOVE "Y" TO VV-TABLE-FULL.
           PERFORM READ-NEXT-VOUCHER-RECORD.

       LOAD-ONE-VENDOR-VOUCHER.
           MOVE VOUCHER-COMPANY TO VOUCHER-COMPANY-WORK.
           IF VOUCHER-COMPANY-WORK = ZERO
               MOVE 1 TO VOUCHER-COMPANY-WORK.
           MOVE VOUCHER-NUMBER  TO VV-VOUCHER (VV-COUNT).
           MOVE VOUCHER-INVOICE TO VV-INVOICE (VV-COUNT).
           MOVE VOUCHER-DATE    TO VV-DATE (VV-COUNT).
           COMPUTE VV-DAY (VV-COUNT) =
               FUNCTION INTEGER-OF-DATE (VOUCHER-DATE).
           MOVE VOUCHER-AMOUNT  TO VV-AMOUNT (VV-COUNT).
           MOVE VOUCHER-COMPANY-WORK TO VV-COMPANY (VV-COUNT).
           MOVE VOUCHER-ONE-TIME-FLAG TO VV-ONE-TIME (VV-COUNT).
           MOVE VOUCHER-OT-PAYEE-NAME TO VV-PAYEE-NAME (VV-COUNT).
           MOVE ZEROES TO VV-CLUSTER (VV-COUNT).
           MOVE "N" TO VV-ROUND (VV-COUNT)
                       VV-SEQUENCE (VV-COUNT)
                       VV-AFTER-HOURS (VV-COUNT).
           PERFORM SET-INVOICE-VALUE.
           DIVIDE VOUCHER-AMOUNT BY 100
               GIVING ROUND-QUOTIENT REMAINDER ROUND-REMAINDER.
           IF ROUND-REMAINDER = ZERO
               MOVE "Y" TO VV-ROUND (VV-COUNT)
               ADD 1 TO ROUND-FOUND.
           PERFORM FIND-ADD-SLOT.
           IF ADD-SLOT-FOUND = "Y"
               MOVE ADD-OPERATOR (ADD-INDEX) TO VV-OPERATOR (VV-COUNT)
               MOVE ADD-DATE (ADD-INDEX)
                   TO VV-ENTERED-DATE (VV-COUNT)
               MOVE ADD-TIME (ADD-INDEX)
                   TO VV-ENTERED-TIME (VV-COUNT)
               PERFORM CHECK-AFTER-HOURS
           ELSE
               MOVE SPACE TO VV-OPERATOR (VV-COUNT)
               MOVE ZEROES TO VV-ENTERED-DATE (VV-COUNT)
                              VV-ENTERED-TIME (VV-COUNT)
               ADD 1 TO NOT-LOGGED-COUNT.

      *------------------------------------------
      * The digits of the invoice number, as a
      * number, for the sequence test.
      *------------------------------------------
       SET-INVOICE-VALUE.
           MOVE ZEROES TO VV-INVOICE-VALUE (VV-COUNT).
           MOVE "N" TO VV-HAS-NUMBER (VV-COUNT).
           PERFORM ADD-ONE-INVOICE-DIGIT
               VARYING INVOICE-INDEX FROM 1 BY 1
               UNTIL INVOICE-INDEX > 15.

       ADD-ONE-INVOICE-DIGIT.
           MOVE VOUCHER-INVOICE (INVOICE-INDEX:1) TO INVOICE-CHAR.
           IF INVOICE-CHAR NUMERIC
               COMPUTE VV-INVOICE-VALUE (VV-COUNT) =
                   VV-INVOICE-VALUE (VV-COUNT) * 10 + INVOICE-DIGIT
               MOVE "Y" TO VV-HAS-NUMBER (VV-COUNT).

       FIND-ADD-SLOT.
           MOVE "N" TO ADD-SLOT-FOUND.
           PERFORM CHECK-ONE-ADD-SLOT
               VARYING ADD-INDEX FROM 1 BY 1
               UNTIL ADD-INDEX > ADD-COUNT OR
                     ADD-SLOT-FOUND = "Y".
      *    PERFORM VARYING leaves the index one past the match.
           IF ADD-SLOT-FOUND = "Y"
               SUBTRACT 1 FROM ADD-INDEX.

       CHECK-ONE-ADD-SLOT.
           IF ADD-VOUCHER (ADD-INDEX) = VOUCHER-NUMBER
               MOVE "Y" TO ADD-SLOT-FOUND.

       CHECK-AFTER-HOURS.
           IF CMP-HOURS-START (VOUCHER-COMPANY-WORK) NOT = ZEROES OR
              CMP-HOURS-END (VOUCHER-COMPANY-WORK) NOT = ZEROES
               MOVE VV-ENTERED-TIME (VV-COUNT) TO ENTERED-TIME-WORK
               MOVE VV-ENTERED-DATE (VV-COUNT) TO BANKING-TEST-DATE
               PERFORM CHECK-BANKING-DAY
               IF BANKING-DAY-FLAG = "N" OR
                  ENTERED-HOUR <
                      CMP-HOURS-START (VOUCHER-COMPANY-WORK) OR
                  ENTERED-HOUR NOT <
                      CMP-HOURS-END (VOUCHER-COMPANY-WORK)
                   MOVE "Y" TO VV-AFTER-HOURS (VV-COUNT)
                   ADD 1 TO AFTER-HOURS-FOUND.

      *------------------------------------------
      * Date order, so a cluster is always the
      * vouchers following its first one.
      *------------------------------------------
       SORT-VENDOR-VOUCHERS.
           MOVE "Y" TO VV-SWAPPED.
           PERFORM SORT-ONE-VOUCHER-PASS
               UNTIL VV-SWAPPED = "N".

       SORT-ONE-VOUCHER-PASS.
           MOVE "N" TO VV-SWAPPED.
           IF VV-COUNT > 1
               PERFORM COMPARE-ADJACENT-VOUCHERS
                   VARYING VV-I FROM 1 BY 1
                   UNTIL VV-I >= VV-COUNT.

       COMPARE-ADJACENT-VOUCHERS.
           IF VV-DATE (VV-I) > VV-DATE (VV-I + 1)
               MOVE VV-ENTRY (VV-I)     TO VV-SWAP-ENTRY
               MOVE VV-ENTRY (VV-I + 1) TO VV-ENTRY (VV-I)
               MOVE VV-SWAP-ENTRY       TO VV-ENTRY (VV-I + 1)
               MOVE "Y" TO VV-SWAPPED.

      *------------------------------------------
      * A cluster starts at a voucher not yet
      * in one and takes every later voucher of
      * the same company inside the window that
      * is at or under the threshold on its
      * own.  It counts only when it holds two
      * or more and its total is over.
      *------------------------------------------
       CHECK-ONE-CLUSTER-START.
           MOVE VV-COMPANY (VV-I) TO CLUSTER-COMPANY.
           IF VV-CLUSTER (VV-I) = ZEROES AND
              VV-ONE-TIME (VV-I) NOT = "Y" AND
              VV-ONE-TIME (VV-I) NOT = "E" AND
              CMP-THRESHOLD (CLUSTER-COMPANY) NOT = ZEROES AND
              CMP-SPLIT-DAYS (CLUSTER-COMPANY) NOT = ZEROES AND
              VV-AMOUNT (VV-I) NOT > CMP-THRESHOLD (CLUSTER-COMPANY)
               MOVE ZEROES TO CLUSTER-MEMBERS CLUSTER-TOTAL
               PERFORM ADD-ONE-CLUSTER-MEMBER
                   VARYING VV-J FROM VV-I BY 1
                   UNTIL VV-J > VV-COUNT
               IF CLUSTER-MEMBERS > 1 AND
                  CLUSTER-TOTAL > CMP-THRESHOLD (CLUSTER-COMPANY) AND
                  CLUSTER-COUNT < 99
                   PERFORM RECORD-THE-CLUSTER.

       ADD-ONE-CLUSTER-MEMBER.
           IF VV-CLUSTER (VV-J) = ZEROES AND
              VV-COMPANY (VV-J) = CLUSTER-COMPANY AND
              VV-ONE-TIME (VV-J) NOT = "Y" AND
              VV-ONE-TIME (VV-J) NOT = "E" AND
              VV-DAY (VV-J) - VV-DAY (VV-I) NOT >
                  CMP-SPLIT-DAYS (CLUSTER-COMPANY) AND
              VV-AMOUNT (VV-J) NOT > CMP-THRESHOLD (CLUSTER-COMPANY)
               ADD 1 TO CLUSTER-MEMBERS
               ADD VV-AMOUNT (VV-J) TO CLUSTER-TOTAL
               MOVE VV-DATE (VV-J) TO CLUSTER-THRU-DATE.

       RECORD-THE-CLUSTER.
           ADD 1 TO CLUSTER-COUNT.
           ADD 1 TO CLUSTERS-FOUND.
           MOVE CLUSTER-MEMBERS   TO CLU-VOUCHERS (CLUSTER-COUNT).
           MOVE VV-DATE (VV-I)    TO CLU-FROM-DATE (CLUSTER-COUNT).
           MOVE CLUSTER-THRU-DATE TO CLU-THRU-DATE (CLUSTER-COUNT).
           MOVE CLUSTER-TOTAL     TO CLU-TOTAL (CLUSTER-COUNT).
           MOVE CMP-THRESHOLD (CLUSTER-COMPANY)
               TO CLU-THRESHOLD (CLUSTER-COUNT).
           PERFORM MARK-ONE-CLUSTER-MEMBER
               VARYING VV-J FROM VV-I BY 1
               UNTIL VV-J > VV-COUNT.

       MARK-ONE-CLUSTER-MEMBER.
           IF VV-CLUSTER (VV-J) = ZEROES AND
              VV-COMPANY (VV-J) = CLUSTER-COMPANY AND
              VV-ONE-TIME (VV-J) NOT = "Y" AND
              VV-ONE-TIME (VV-J) NOT = "E" AND
              VV-DAY (VV-J) - VV-DAY (VV-I) NOT >
                  CMP-SPLIT-DAYS (CLUSTER-COMPANY) AND
              VV-AMOUNT (VV-J) NOT > CMP-THRESHOLD (CLUSTER-COMPANY)
               MOVE CLUSTER-COUNT TO VV-CLUSTER (VV-J).

      *------------------------------------------
      * Invoice numbers close to another of the
      * vendor's.  The same number twice is
      * DUPPAY01's business, not this test's.
      *------------------------------------------
       CHECK-INVOICE-SEQUENCE.
           IF VV-HAS-NUMBER (VV-I) = "Y" AND
              VV-ONE-TIME (VV-I) NOT = "Y" AND
              VV-ONE-TIME (VV-I) NOT = "E"
               PERFORM CHECK-ONE-INVOICE-PAIR
                   VARYING VV-J FROM 1 BY 1
                   UNTIL VV-J > VV-COUNT.

       CHECK-ONE-INVOICE-PAIR.
           IF VV-J NOT = VV-I AND
              VV-HAS-NUMBER (VV-J) = "Y" AND
              VV-INVOICE (VV-J) NOT = VV-INVOICE (VV-I)
               COMPUTE INVOICE-GAP =
                   VV-INVOICE-VALUE (VV-J) - VV-INVOICE-VALUE (VV-I)
               IF INVOICE-GAP < ZERO
                   COMPUTE INVOICE-GAP = ZERO - INVOICE-GAP
               END-IF
               IF INVOICE-GAP NOT > SEQUENCE-GAP AND
                  VV-SEQUENCE (VV-I) = "N"
                   MOVE "Y" TO VV-SEQUENCE (VV-I)
                   ADD 1 TO SEQUENCE-FOUND.

       CHECK-VOUCHER-FLAGGED.
           IF VV-ROUND (VV-I) = "Y" OR
              VV-SEQUENCE (VV-I) = "Y" OR
              VV-AFTER-HOURS (VV-I) = "Y"
               MOVE "Y" TO VENDOR-HAS-EXCEPTION.

      *------------------------------------------
      * Report lines
      *------------------------------------------
       DISPLAY-REPORT-HEADING.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "SPLIT-INVOICE AND THRESHOLD-AVOIDANCE "
                  "EXCEPTIONS - RUN DATE " RUN-DATE
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-ONE-COMPANY-LIMIT
               VARYING CMP-INDEX FROM 1 BY 1
               UNTIL CMP-INDEX > 9.
           PERFORM PRINT-A-LINE.

       PRINT-ONE-COMPANY-LIMIT.
           IF CMP-THRESHOLD (CMP-INDEX) NOT = ZEROES OR
              CMP-SPLIT-DAYS (CMP-INDEX) NOT = ZEROES OR
              CMP-HOURS-END (CMP-INDEX) NOT = ZEROES
               MOVE CMP-THRESHOLD (CMP-INDEX) TO THRESHOLD-FIELD
               MOVE CMP-SPLIT-DAYS (CMP-INDEX) TO DAYS-FIELD
               MOVE CMP-INDEX TO VOUCHER-COMPANY-WORK
               MOVE SPACE TO PRINT-LINE
               STRING "COMPANY " VOUCHER-COMPANY-WORK
                      "  THRESHOLD " THRESHOLD-FIELD
                      "  WINDOW " DAYS-FIELD " DAYS"
                      "  BUSINESS HOURS " CMP-HOURS-START (CMP-INDEX)
                      "-" CMP-HOURS-END (CMP-INDEX)
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.

       PRINT-VENDOR-EXCEPTIONS.
           ADD 1 TO VENDORS-FLAGGED.
           MOVE CURRENT-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE "(NOT A VENDOR ON FILE)" TO VENDOR-NAME.
           MOVE SPACE TO PRINT-LINE
           STRING "VENDOR " CURRENT-VENDOR "  " VENDOR-NAME
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           IF VV-TABLE-FULL = "Y"
               MOVE SPACE TO PRINT-LINE
               STRING "   *** MORE THAN 500 VOUCHERS - ONLY THE "
                      "FIRST 500 WERE TESTED ***"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.
           PERFORM PRINT-ONE-CLUSTER
               VARYING CLUSTER-INDEX FROM 1 BY 1
               UNTIL CLUSTER-INDEX > CLUSTER-COUNT.
           PERFORM PRINT-ONE-OTHER-VOUCHER
               VARYING VV-I FROM 1 BY 1
               UNTIL VV-I > VV-COUNT.
           PERFORM PRINT-A-LINE.

       PRINT-ONE-CLUSTER.
           MOVE CLU-VOUCHERS (CLUSTER-INDEX) TO COUNT-FIELD.
           MOVE CLU-TOTAL (CLUSTER-INDEX) TO TOTAL-FIELD.
           MOVE CLU-THRESHOLD (CLUSTER-INDEX) TO THRESHOLD-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "   CLUSTER -" COUNT-FIELD " VOUCHERS "
                  CLU-FROM-DATE (CLUSTER-INDEX) " TO "
                  CLU-THRU-DATE (CLUSTER-INDEX)
                  " TOTAL " TOTAL-FIELD
                  " - EACH UNDER THE " THRESHOLD-FIELD
                  " SIGN-OFF THRESHOLD"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-ONE-CLUSTER-MEMBER
               VARYING VV-I FROM 1 BY 1
               UNTIL VV-I > VV-COUNT.

       PRINT-ONE-CLUSTER-MEMBER.
           IF VV-CLUSTER (VV-I) = CLUSTER-INDEX
               PERFORM PRINT-VOUCHER-LINE.

       PRINT-ONE-OTHER-VOUCHER.
           IF VV-CLUSTER (VV-I) = ZEROES AND
              (VV-ROUND (VV-I) = "Y" OR
               VV-SEQUENCE (VV-I) = "Y" OR
               VV-AFTER-HOURS (VV-I) = "Y")
               PERFORM PRINT-VOUCHER-LINE.

       PRINT-VOUCHER-LINE.
           MOVE SPACE TO VOUCHER-FLAGS.
           MOVE 1 TO FLAG-POINTER.
           IF VV-ROUND (VV-I) = "Y"
               STRING "ROUND " DELIMITED BY SIZE
                   INTO VOUCHER-FLAGS WITH POINTER FLAG-POINTER.
           IF VV-SEQUENCE (VV-I) = "Y"
               STRING "SEQUENCE " DELIMITED BY SIZE
                   INTO VOUCHER-FLAGS WITH POINTER FLAG-POINTER.
           IF VV-AFTER-HOURS (VV-I) = "Y"
               STRING "AFTER HOURS " DELIMITED BY SIZE
                   INTO VOUCHER-FLAGS WITH POINTER FLAG-POINTER.
           MOVE SPACE TO KEYED-WORDS.
           IF VV-OPERATOR (VV-I) = SPACE
               MOVE "KEYED BY - NOT LOGGED" TO KEYED-WORDS
           ELSE
               MOVE VV-ENTERED-TIME (VV-I) TO ENTERED-TIME-WORK
               STRING "KEYED BY " VV-OPERATOR (VV-I) " "
                      VV-ENTERED-DATE (VV-I) " " ENTERED-HOUR
                      DELIMITED BY SIZE INTO KEYED-WORDS.
           MOVE VV-VOUCHER (VV-I) TO VOUCHER-NUMBER-FIELD.
           MOVE VV-AMOUNT (VV-I) TO AMOUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "      " VOUCHER-NUMBER-FIELD " " VV-DATE (VV-I)
                  " " VV-INVOICE (VV-I) " " AMOUNT-FIELD
                  "  " KEYED-WORDS " " VOUCHER-FLAGS
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           IF VV-ONE-TIME (VV-I) = "Y" OR VV-ONE-TIME (VV-I) = "E"
               MOVE SPACE TO PRINT-LINE
               STRING "         PAYEE " VV-PAYEE-NAME (VV-I)
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.

       PRINT-REPORT-TOTALS.
           MOVE VOUCHERS-EXAMINED TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "VOUCHERS EXAMINED:        " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE VENDORS-FLAGGED TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "VENDORS WITH EXCEPTIONS:  " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE CLUSTERS-FOUND TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "SPLIT-INVOICE CLUSTERS:   " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE ROUND-FOUND TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "ROUND-DOLLAR VOUCHERS:    " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE SEQUENCE-FOUND TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "INVOICES IN SEQUENCE:     " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE AFTER-HOURS-FOUND TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "KEYED AFTER HOURS:        " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE NOT-LOGGED-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "NO ADD ON THE AUDIT LOG:  " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           IF ADD-TABLE-FULL = "Y"
               MOVE SPACE TO PRINT-LINE
               STRING "*** MORE THAN 20000 VOUCHER ADDS ON THE AUDIT "
                      "LOG - LATER ONES SHOW NOT LOGGED ***"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-VOUCHER-RECORD.
           READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-AT-END.

       READ-NEXT-AUDIT-RECORD.
           READ AUDIT-LOG-FILE NEXT RECORD
               AT END MOVE "Y" TO AUDIT-AT-END.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-CONTROL-RECORD.
           MOVE "Y" TO CONTROL-RECORD-FOUND.
           READ CONTROL-FILE RECORD
               INVALID KEY
                  MOVE "N" TO CONTROL-RECORD-FOUND.

           COPY "plbnkday.cbl".

           COPY "plprint.cbl".
