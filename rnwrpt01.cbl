       IDENTIFICATION DIVISION.
       PROGRAM-ID. RNWRPT01.
      *------------------------------------------
      * Weekly contract renewal warning.  Each
      * contract on the vendor contract file
      * (CNTMNT01) must be given notice by its
      * renewal date less its notice period,
      * or it renews - automatically, if so
      * flagged.  Every contract whose notice
      * deadline falls within the next 90 days
      * of the run date is listed, soonest
      * first, in 30 / 60 / 90 day bands, so
      * the owner can decide in time.  A
      * contract whose deadline has already
      * passed but which has not yet renewed
      * is listed first - notice is late.
      *
      * Under each contract is the spend to
      * date billed against it: every voucher
      * linked to it in VCHMNT01 (FDVCHCTR),
      * live or archived, invoiced and paid.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvndctr.cbl".

           COPY "slvchctr.cbl".

           COPY "slvouch.cbl".

           COPY "slvchhist.cbl".

           COPY "slvnd02.cbl".

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvndctr.cbl".

           COPY "fdvchctr.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvchhist.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

           COPY "wssignon.cbl".

       77  CONTRACT-AT-END             PIC X(01).
       77  LINK-AT-END                 PIC X(01).
       77  CONTRACT-RECORD-FOUND       PIC X(01).
       77  VOUCHER-RECORD-FOUND        PIC X(01).
       77  HISTORY-RECORD-FOUND        PIC X(01).
       77  VENDOR-RECORD-FOUND         PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  NOTICE-DEADLINE             PIC 9(08).
       77  DAYS-TO-DEADLINE            PIC S9(05).

      *------------------------------------------
      * Contracts due for notice, sorted on
      * the deadline - 500 of them.  Past that
      * the message at the end says so.
      *------------------------------------------
       77  DUE-COUNT                   PIC 9(03) VALUE ZERO.
       77  DUE-INDEX                   PIC 9(03).
       77  DUE-TABLE-FULL              PIC X(01) VALUE "N".
       01  DUE-TABLE.
           05 DUE-ENTRY                OCCURS 500 TIMES.
              10 DUE-DEADLINE          PIC 9(08).
              10 DUE-DAYS              PIC S9(05).
              10 DUE-CONTRACT-ID       PIC X(10).
       01  DUE-SWAP-ENTRY              PIC X(23).

       77  RANK-SWAPPED                PIC X(01).

      *------------------------------------------
      * Bands: 0 notice already late, then
      * 30, 60 and 90 days out.
      *------------------------------------------
       77  CURRENT-BAND                PIC 9(01).
       77  PRINTED-BAND                PIC 9(01).
       77  BAND-COUNT                  PIC 9(03).

       77  SPENT-INVOICED              PIC S9(09)V99.
       77  SPENT-PAID                  PIC S9(09)V99.
       77  SPENT-VOUCHERS              PIC 9(05).

       77  VALUE-FIELD                 PIC ZZ,ZZZ,ZZ9.99.
       77  INVOICED-FIELD              PIC ZZZ,ZZZ,ZZ9.99-.
       77  PAID-FIELD                  PIC ZZZ,ZZZ,ZZ9.99-.
       77  DAYS-FIELD                  PIC ZZZ9-.
       77  COUNT-FIELD                 PIC ZZ,ZZ9.
       77  RENEWAL-FIELD               PIC X(10).
       77  DEADLINE-FIELD              PIC X(10).
       77  VENDOR-NAME-SHORT           PIC X(20).

           COPY "wsdate01.cbl".

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
           OPEN INPUT VENDOR-CONTRACT-FILE.
           OPEN INPUT VOUCHER-CONTRACT-FILE.
           OPEN INPUT VOUCHER-FILE.
           OPEN INPUT VOUCHER-HISTORY-FILE.
           OPEN INPUT VENDOR-FILE.
           MOVE "RNWRPT01" TO REPORT-ID.
           MOVE ZERO TO REPORT-COMPANY.
           MOVE "CONTRACT RENEWAL NOTICE DEADLINES"
               TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.

       CLOSING-PROCEDURE.
           PERFORM CLOSE-THE-REPORT.
           CLOSE VENDOR-CONTRACT-FILE.
           CLOSE VOUCHER-CONTRACT-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-HISTORY-FILE.
           CLOSE VENDOR-FILE.

       MAIN-PROCESS.
           PERFORM PRINT-THE-HEADINGS.
           PERFORM LOAD-DUE-CONTRACTS.
           PERFORM SORT-DUE-TABLE.
           PERFORM PRINT-DUE-CONTRACTS.
           PERFORM PRINT-THE-FOOTING.

      *------------------------------------------
      * Every contract on file - its notice
      * deadline against today.  One that has
      * renewed already (renewal date before
      * today) waits for CNTMNT01 to roll its
      * date forward and is not listed.
      *------------------------------------------
       LOAD-DUE-CONTRACTS.
           PERFORM READ-NEXT-CONTRACT-RECORD.
           PERFORM CHECK-ONE-CONTRACT
               UNTIL CONTRACT-AT-END = "Y".

       CHECK-ONE-CONTRACT.
           IF VCT-RENEWAL-DATE NOT < RUN-DATE
               PERFORM FIGURE-NOTICE-DEADLINE
               IF DAYS-TO-DEADLINE NOT > 90
                   PERFORM ADD-DUE-ENTRY.
           PERFORM READ-NEXT-CONTRACT-RECORD.

       FIGURE-NOTICE-DEADLINE.
           COMPUTE NOTICE-DEADLINE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (VCT-RENEWAL-DATE)
                - VCT-NOTICE-DAYS).
           COMPUTE DAYS-TO-DEADLINE =
               FUNCTION INTEGER-OF-DATE (NOTICE-DEADLINE) -
               FUNCTION INTEGER-OF-DATE (RUN-DATE).

       ADD-DUE-ENTRY.
           IF DUE-COUNT < 500
               ADD 1 TO DUE-COUNT
               MOVE NOTICE-DEADLINE  TO DUE-DEADLINE (DUE-COUNT)
               MOVE DAYS-TO-DEADLINE TO DUE-DAYS (DUE-COUNT)
               MOVE VCT-CONTRACT-ID  TO DUE-CONTRACT-ID (DUE-COUNT)
           ELSE
               MOVE "Y" TO DUE-TABLE-FULL.

      *------------------------------------------
      * Soonest deadline first.
      *------------------------------------------
       SORT-DUE-TABLE.
           MOVE "Y" TO RANK-SWAPPED.
           PERFORM SORT-DUE-PASS
               UNTIL RANK-SWAPPED = "N".

       SORT-DUE-PASS.
           MOVE "N" TO RANK-SWAPPED.
           PERFORM SORT-DUE-COMPARE
               VARYING DUE-INDEX FROM 1 BY 1
               UNTIL DUE-INDEX NOT < DUE-COUNT.

       SORT-DUE-COMPARE.
           IF DUE-DEADLINE (DUE-INDEX) >
              DUE-DEADLINE (DUE-INDEX + 1)
               MOVE DUE-ENTRY (DUE-INDEX) TO DUE-SWAP-ENTRY
               MOVE DUE-ENTRY (DUE-INDEX + 1)
                 TO DUE-ENTRY (DUE-INDEX)
               MOVE DUE-SWAP-ENTRY TO DUE-ENTRY (DUE-INDEX + 1)
               MOVE "Y" TO RANK-SWAPPED.

      *------------------------------------------
      * Print
      *------------------------------------------
       PRINT-THE-HEADINGS.
           MOVE RUN-DATE TO DATE-CCYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE SPACE TO PRINT-LINE.
           STRING "NOTICE DEADLINES WITHIN 90 DAYS OF "
                  FORMATTED-DATE
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "CONTRACT   VENDOR "
                  "NAME                 "
                  "DESCRIPTION                     "
                  "RENEWS      NOTICE BY   DAYS  AUTO "
                  " ANNUAL VALUE  OWNER"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE 9 TO PRINTED-BAND.

       PRINT-DUE-CONTRACTS.
           IF DUE-COUNT = ZERO
               MOVE SPACE TO PRINT-LINE
               PERFORM PRINT-A-LINE
               MOVE "NO NOTICE DEADLINES IN THE NEXT 90 DAYS"
                 TO PRINT-LINE
               PERFORM PRINT-A-LINE
           ELSE
               PERFORM PRINT-ONE-DUE-CONTRACT
                   VARYING DUE-INDEX FROM 1 BY 1
                   UNTIL DUE-INDEX > DUE-COUNT.

       PRINT-ONE-DUE-CONTRACT.
           PERFORM SET-CURRENT-BAND.
           IF CURRENT-BAND NOT = PRINTED-BAND
               PERFORM PRINT-BAND-HEADING.
           MOVE DUE-CONTRACT-ID (DUE-INDEX) TO VCT-CONTRACT-ID.
           PERFORM READ-CONTRACT-RECORD.
           IF CONTRACT-RECORD-FOUND = "Y"
               PERFORM PRINT-CONTRACT-LINE
               PERFORM TOTAL-CONTRACT-SPEND
               PERFORM PRINT-SPEND-LINE.

       SET-CURRENT-BAND.
           IF DUE-DAYS (DUE-INDEX) < ZERO
               MOVE 0 TO CURRENT-BAND
           ELSE
           IF DUE-DAYS (DUE-INDEX) NOT > 30
               MOVE 1 TO CURRENT-BAND
           ELSE
           IF DUE-DAYS (DUE-INDEX) NOT > 60
               MOVE 2 TO CURRENT-BAND
           ELSE
               MOVE 3 TO CURRENT-BAND.

       PRINT-BAND-HEADING.
           MOVE CURRENT-BAND TO PRINTED-BAND.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           IF CURRENT-BAND = 0
               MOVE "*** NOTICE DEADLINE ALREADY PASSED ***"
                 TO PRINT-LINE
           ELSE
           IF CURRENT-BAND = 1
               MOVE "NOTICE DUE WITHIN 30 DAYS" TO PRINT-LINE
           ELSE
           IF CURRENT-BAND = 2
               MOVE "NOTICE DUE IN 31 TO 60 DAYS" TO PRINT-LINE
           ELSE
               MOVE "NOTICE DUE IN 61 TO 90 DAYS" TO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-CONTRACT-LINE.
           MOVE VCT-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "Y"
               MOVE VENDOR-NAME TO VENDOR-NAME-SHORT
           ELSE
               MOVE "**NOT ON FILE**" TO VENDOR-NAME-SHORT.
           MOVE VCT-RENEWAL-DATE TO DATE-CCYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE FORMATTED-DATE TO RENEWAL-FIELD.
           MOVE DUE-DEADLINE (DUE-INDEX) TO DATE-CCYYMMDD.
           PERFORM FORMAT-THE-DATE.
           MOVE FORMATTED-DATE TO DEADLINE-FIELD.
           MOVE DUE-DAYS (DUE-INDEX) TO DAYS-FIELD.
           MOVE VCT-ANNUAL-VALUE TO VALUE-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING VCT-CONTRACT-ID " "
                  VCT-VENDOR " "
                  VENDOR-NAME-SHORT " "
                  VCT-DESCRIPTION "  "
                  RENEWAL-FIELD "  "
                  DEADLINE-FIELD "  "
                  DAYS-FIELD "   "
                  VCT-AUTO-RENEW "  "
                  VALUE-FIELD "  "
                  VCT-OWNER
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-SPEND-LINE.
           MOVE SPENT-INVOICED TO INVOICED-FIELD.
           MOVE SPENT-PAID TO PAID-FIELD.
           MOVE SPENT-VOUCHERS TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "           SPEND TO DATE - INVOICED "
                  INVOICED-FIELD
                  "  PAID " PAID-FIELD
                  "  ON " COUNT-FIELD " VOUCHERS"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-THE-FOOTING.
           IF DUE-TABLE-FULL = "Y"
               MOVE SPACE TO PRINT-LINE
               PERFORM PRINT-A-LINE
               MOVE "*** MORE THAN 500 CONTRACTS DUE - ONLY THE "
                 TO PRINT-LINE
               PERFORM PRINT-A-LINE
               MOVE "    FIRST 500 READ ARE LISTED ***"
                 TO PRINT-LINE
               PERFORM PRINT-A-LINE.

      *------------------------------------------
      * Spend to date - each voucher linked to
      * the contract, off the link file's
      * alternate key.  A voucher no longer on
      * the live file is looked for in the
      * archive, moved over VOUCHER-RECORD
      * (the layouts match field for field).
      *------------------------------------------
       TOTAL-CONTRACT-SPEND.
           MOVE ZEROES TO SPENT-INVOICED
                          SPENT-PAID
                          SPENT-VOUCHERS.
           MOVE VCT-CONTRACT-ID TO VCC-CONTRACT-ID.
           MOVE "N" TO LINK-AT-END.
           START VOUCHER-CONTRACT-FILE
               KEY IS EQUAL TO VCC-CONTRACT-ID
               INVALID KEY MOVE "Y" TO LINK-AT-END.
           PERFORM TOTAL-ONE-LINKED-VOUCHER
               UNTIL LINK-AT-END = "Y".

       TOTAL-ONE-LINKED-VOUCHER.
           READ VOUCHER-CONTRACT-FILE NEXT RECORD
               AT END MOVE "Y" TO LINK-AT-END.
           IF LINK-AT-END = "N"
               IF VCC-CONTRACT-ID NOT = VCT-CONTRACT-ID
                   MOVE "Y" TO LINK-AT-END
               ELSE
                   PERFORM ADD-LINKED-VOUCHER.

       ADD-LINKED-VOUCHER.
           MOVE VCC-VOUCHER-NUMBER TO VOUCHER-NUMBER.
           PERFORM READ-VOUCHER-RECORD.
           IF VOUCHER-RECORD-FOUND = "N"
               MOVE VCC-VOUCHER-NUMBER TO VCH-HIST-NUMBER
               PERFORM READ-HISTORY-RECORD
               IF HISTORY-RECORD-FOUND = "Y"
                   MOVE VOUCHER-HISTORY-RECORD TO VOUCHER-RECORD
                   MOVE "Y" TO VOUCHER-RECORD-FOUND.
           IF VOUCHER-RECORD-FOUND = "Y"
               ADD VOUCHER-AMOUNT      TO SPENT-INVOICED
               ADD VOUCHER-PAID-AMOUNT TO SPENT-PAID
               ADD 1 TO SPENT-VOUCHERS.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-CONTRACT-RECORD.
           MOVE "N" TO CONTRACT-AT-END.
           READ VENDOR-CONTRACT-FILE NEXT RECORD
               AT END MOVE "Y" TO CONTRACT-AT-END.

       READ-CONTRACT-RECORD.
           MOVE "Y" TO CONTRACT-RECORD-FOUND.
           READ VENDOR-CONTRACT-FILE RECORD
               INVALID KEY
                  MOVE "N" TO CONTRACT-RECORD-FOUND.

       READ-VOUCHER-RECORD.
           MOVE "Y" TO VOUCHER-RECORD-FOUND.
           READ VOUCHER-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VOUCHER-RECORD-FOUND.

       READ-HISTORY-RECORD.
           MOVE "Y" TO HISTORY-RECORD-FOUND.
           READ VOUCHER-HISTORY-FILE RECORD
               INVALID KEY
                  MOVE "N" TO HISTORY-RECORD-FOUND.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VENDOR-RECORD-FOUND.

           COPY "pldate01.cbl".

           COPY "plprint.cbl".
