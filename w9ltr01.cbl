       IDENTIFICATION DIVISION.
       PROGRAM-ID. W9LTR01.
      *------------------------------------------
      * W-9 solicitation letters.  CHKRUN01
      * holds a 1099 vendor with no W-9 on file,
      * and until now the vendor found out why
      * when it called about a late payment.
      * This run writes to every 1099 vendor
      * with no W-9 (VENDOR-W9-RECEIVED not
      * "Y"), or whose W-9 is older than the
      * age limit keyed at the start of the run
      * (a W-9 with no date on file counts as
      * too old), one letter to a page on the
      * spooled report, ready to mail with a
      * blank form:
      *
      *   - a first request when this round has
      *     no letter yet;
      *   - a second notice 30 days after the
      *     first, warning of backup
      *     withholding;
      *   - 30 days after the second notice, no
      *     more letters - the vendor goes on
      *     the supervisor list at the end of
      *     the report for backup-withholding
      *     review (VNDMNT01 sets VENDOR-
      *     BACKUP-WITHHOLD).
      *
      * Each step is recorded on W9-LETTER-FILE
      * with the day it was taken, so the next
      * run knows where each vendor stands and
      * VNDINQ01 can show the history.  Letters
      * dated before the vendor's current W-9
      * belong to an earlier round.  A vendor
      * taking NRA withholding owes us a W-8,
      * not a W-9, and is left out.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slvnd02.cbl".

           COPY "slw9ltr.cbl".

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdvnd04.cbl".

           COPY "fdw9ltr.cbl".

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

           COPY "wssignon.cbl".

       77  VENDOR-AT-END               PIC X(01).
       77  LETTER-AT-END               PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  RUN-DAY-INTEGER             PIC 9(07).
       77  W9-AGE-YEARS                PIC 9(02).
       77  W9-CUTOFF-DATE              PIC 9(08).
       77  NOTICE-INTERVAL-DAYS        PIC 9(03) VALUE 30.

      *------------------------------------------
      * Where the vendor stands this round.
      *------------------------------------------
       77  W9-REASON                   PIC X(01).
       77  ROUND-START-DATE            PIC 9(08).
       77  FIRST-NOTICE-DATE           PIC 9(08).
       77  SECOND-NOTICE-DATE          PIC 9(08).
       77  REVIEW-DATE                 PIC 9(08).
       77  NEXT-LETTER-SEQUENCE        PIC 9(03).
       77  DAYS-SINCE-NOTICE           PIC S9(05).
       77  LETTER-TYPE                 PIC X(01).

      *------------------------------------------
      * The supervisor list, printed at the end.
      *------------------------------------------
       77  REVIEW-COUNT                PIC 9(03) VALUE ZERO.
       77  REVIEW-INDEX                PIC 9(03).
       77  REVIEW-TABLE-FULL           PIC X(01) VALUE "N".
       01  REVIEW-TABLE.
           05 RVW-ENTRY                OCCURS 500 TIMES.
              10 RVW-VENDOR            PIC 9(05).
              10 RVW-NAME              PIC X(30).
              10 RVW-REASON            PIC X(01).
              10 RVW-FIRST-DATE        PIC 9(08).
              10 RVW-SECOND-DATE       PIC 9(08).
              10 RVW-DAYS              PIC 9(05).
              10 RVW-WITHHOLDING       PIC X(01).

       77  FIRST-SENT-COUNT            PIC 9(05) VALUE ZERO.
       77  SECOND-SENT-COUNT           PIC 9(05) VALUE ZERO.
       77  WAITING-COUNT               PIC 9(05) VALUE ZERO.

       77  COUNT-FIELD                 PIC ZZZZ9.
       77  DAYS-FIELD                  PIC ZZZZ9.
       77  REASON-WORDS                PIC X(12).
       77  WITHHOLDING-WORDS           PIC X(22).

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
           COMPUTE RUN-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (RUN-DATE).
           PERFORM ENTER-W9-AGE-LIMIT.
           MOVE "W9LTR01" TO REPORT-ID.
           MOVE "W-9 REQUEST LETTERS" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.
           OPEN INPUT VENDOR-FILE.
           OPEN I-O W9-LETTER-FILE.

       CLOSING-PROCEDURE.
           PERFORM CLOSE-THE-REPORT.
           CLOSE VENDOR-FILE.
           CLOSE W9-LETTER-FILE.

      *------------------------------------------
      * The age past which a W-9 on file is
      * asked for again.  Three years unless
      * told otherwise.
      *------------------------------------------
       ENTER-W9-AGE-LIMIT.
           DISPLAY "ENTER THE W-9 AGE LIMIT IN YEARS "
                   "(ENTER ALONE FOR 3)".
           MOVE ZEROES TO W9-AGE-YEARS.
           ACCEPT W9-AGE-YEARS.
           IF W9-AGE-YEARS = ZEROES
               MOVE 3 TO W9-AGE-YEARS.
           COMPUTE W9-CUTOFF-DATE = RUN-DATE - W9-AGE-YEARS * 10000.

       MAIN-PROCESS.
           MOVE ZEROES TO VENDOR-NUMBER.
           MOVE "N" TO VENDOR-AT-END.
           START VENDOR-FILE KEY IS NOT LESS THAN VENDOR-NUMBER
               INVALID KEY MOVE "Y" TO VENDOR-AT-END.
           IF VENDOR-AT-END = "N"
               PERFORM READ-NEXT-VENDOR-RECORD.
           PERFORM PROCESS-ONE-VENDOR
               UNTIL VENDOR-AT-END = "Y".
           PERFORM PRINT-REVIEW-LIST.

       PROCESS-ONE-VENDOR.
           MOVE SPACE TO W9-REASON.
           IF VENDOR-1099-FLAG = "Y" AND
              VENDOR-NRA-FLAG NOT = "Y"
               IF VENDOR-W9-RECEIVED NOT = "Y"
                   MOVE "M" TO W9-REASON
               ELSE
               IF VENDOR-W9-DATE < W9-CUTOFF-DATE
                   MOVE "E" TO W9-REASON.
           IF W9-REASON NOT = SPACE
               PERFORM FIND-LETTER-STAGE
               PERFORM TAKE-NEXT-STEP.
           PERFORM READ-NEXT-VENDOR-RECORD.

      *------------------------------------------
      * The vendor's letters this round, and the
      * next sequence number to write under.
      *------------------------------------------
       FIND-LETTER-STAGE.
           MOVE VENDOR-W9-DATE TO ROUND-START-DATE.
           MOVE ZEROES TO FIRST-NOTICE-DATE
                          SECOND-NOTICE-DATE
                          REVIEW-DATE.
           MOVE 1 TO NEXT-LETTER-SEQUENCE.
           MOVE VENDOR-NUMBER TO W9L-VENDOR.
           MOVE ZEROES TO W9L-SEQUENCE.
           MOVE "N" TO LETTER-AT-END.
           START W9-LETTER-FILE KEY IS NOT LESS THAN W9L-KEY
               INVALID KEY MOVE "Y" TO LETTER-AT-END.
           PERFORM CHECK-ONE-LETTER
               UNTIL LETTER-AT-END = "Y".

       CHECK-ONE-LETTER.
           PERFORM READ-NEXT-LETTER-RECORD.
           IF LETTER-AT-END = "N"
               IF W9L-VENDOR NOT = VENDOR-NUMBER
                   MOVE "Y" TO LETTER-AT-END
               ELSE
                   COMPUTE NEXT-LETTER-SEQUENCE = W9L-SEQUENCE + 1
                   IF W9L-DATE NOT < ROUND-START-DATE
                       PERFORM NOTE-LETTER-STAGE.

       NOTE-LETTER-STAGE.
           IF W9L-TYPE = "1"
               MOVE W9L-DATE TO FIRST-NOTICE-DATE
           ELSE
           IF W9L-TYPE = "2"
               MOVE W9L-DATE TO SECOND-NOTICE-DATE
           ELSE
           IF W9L-TYPE = "R"
               MOVE W9L-DATE TO REVIEW-DATE.

       TAKE-NEXT-STEP.
           IF FIRST-NOTICE-DATE = ZEROES
               MOVE "1" TO LETTER-TYPE
               PERFORM PRINT-THE-LETTER
               PERFORM RECORD-THE-STEP
               ADD 1 TO FIRST-SENT-COUNT
           ELSE
           IF SECOND-NOTICE-DATE = ZEROES
               COMPUTE DAYS-SINCE-NOTICE = RUN-DAY-INTEGER -
                   FUNCTION INTEGER-OF-DATE (FIRST-NOTICE-DATE)
               IF DAYS-SINCE-NOTICE NOT < NOTICE-INTERVAL-DAYS
                   MOVE "2" TO LETTER-TYPE
                   PERFORM PRINT-THE-LETTER
                   PERFORM RECORD-THE-STEP
                   ADD 1 TO SECOND-SENT-COUNT
               ELSE
                   ADD 1 TO WAITING-COUNT
               END-IF
           ELSE
               COMPUTE DAYS-SINCE-NOTICE = RUN-DAY-INTEGER -
                   FUNCTION INTEGER-OF-DATE (SECOND-NOTICE-DATE)
               IF DAYS-SINCE-NOTICE NOT < NOTICE-INTERVAL-DAYS
                   PERFORM ADD-TO-REVIEW-LIST
               ELSE
                   ADD 1 TO WAITING-COUNT.

      *    The referral is recorded once; the vendor stays on the
      *    list every run until the W-9 arrives.
       ADD-TO-REVIEW-LIST.
           IF REVIEW-DATE = ZEROES
               MOVE "R" TO LETTER-TYPE
               PERFORM RECORD-THE-STEP.
           IF REVIEW-COUNT < 500
               ADD 1 TO REVIEW-COUNT
               MOVE VENDOR-NUMBER      TO RVW-VENDOR (REVIEW-COUNT)
               MOVE VENDOR-NAME        TO RVW-NAME (REVIEW-COUNT)
               MOVE W9-REASON          TO RVW-REASON (REVIEW-COUNT)
               MOVE FIRST-NOTICE-DATE  TO RVW-FIRST-DATE (REVIEW-COUNT)
               MOVE SECOND-NOTICE-DATE
                   TO RVW-SECOND-DATE (REVIEW-COUNT)
               MOVE DAYS-SINCE-NOTICE  TO RVW-DAYS (REVIEW-COUNT)
               MOVE VENDOR-BACKUP-WITHHOLD
                   TO RVW-WITHHOLDING (REVIEW-COUNT)
           ELSE
               MOVE "Y" TO REVIEW-TABLE-FULL.

       RECORD-THE-STEP.
           MOVE VENDOR-NUMBER        TO W9L-VENDOR.
           MOVE NEXT-LETTER-SEQUENCE TO W9L-SEQUENCE.
           MOVE RUN-DATE             TO W9L-DATE.
           MOVE LETTER-TYPE          TO W9L-TYPE.
           MOVE W9-REASON            TO W9L-REASON.
           MOVE SIGNED-ON-OPERATOR   TO W9L-OPERATOR.
           PERFORM WRITE-LETTER-RECORD.
           ADD 1 TO NEXT-LETTER-SEQUENCE.

      *------------------------------------------
      * The letter - one to a page, to the
      * vendor's main address.
      *------------------------------------------
       PRINT-THE-LETTER.
           PERFORM START-NEW-REPORT-PAGE.
           PERFORM PRINT-A-LINE.
           MOVE VENDOR-NAME TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           IF VENDOR-CONTACT NOT = SPACE
               MOVE SPACE TO PRINT-LINE
               STRING "ATTN: " VENDOR-CONTACT
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.
           MOVE VENDOR-ADDRESS-1 TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           IF VENDOR-ADDRESS-2 NOT = SPACE
               MOVE VENDOR-ADDRESS-2 TO PRINT-LINE
               PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING VENDOR-CITY " " VENDOR-STATE " " VENDOR-ZIP
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "DATE " RUN-DATE
                  "          OUR VENDOR NUMBER " VENDOR-NUMBER
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           IF LETTER-TYPE = "2"
               MOVE SPACE TO PRINT-LINE
               STRING "SECOND NOTICE - FIRST REQUESTED "
                      FIRST-NOTICE-DATE
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE
               PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "RE: REQUEST FOR TAXPAYER IDENTIFICATION NUMBER "
                  "AND CERTIFICATION (IRS FORM W-9)"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           IF W9-REASON = "M"
               MOVE SPACE TO PRINT-LINE
               STRING "WE DO NOT HAVE A SIGNED FORM W-9 ON FILE FOR "
                      "YOUR BUSINESS.  THE IRS REQUIRES"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE
               MOVE SPACE TO PRINT-LINE
               STRING "ONE BEFORE WE CAN REPORT PAYMENTS TO YOU, AND "
                      "PAYMENTS DUE TO YOU ARE ON HOLD"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE
               MOVE SPACE TO PRINT-LINE
               STRING "UNTIL WE RECEIVE IT."
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE
           ELSE
               MOVE SPACE TO PRINT-LINE
               STRING "THE FORM W-9 WE HAVE ON FILE FOR YOUR BUSINESS "
                      "IS DATED " VENDOR-W9-DATE
                      " AND NEEDS TO BE"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE
               MOVE SPACE TO PRINT-LINE
               STRING "RENEWED SO THAT OUR YEAR-END REPORTING TO THE "
                      "IRS IS CORRECT."
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "PLEASE COMPLETE, SIGN AND RETURN THE ENCLOSED "
                  "FORM W-9 TO ACCOUNTS PAYABLE,"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "QUOTING YOUR VENDOR NUMBER ABOVE."
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           IF LETTER-TYPE = "2"
               PERFORM PRINT-A-LINE
               MOVE SPACE TO PRINT-LINE
               STRING "IF WE DO NOT RECEIVE IT WITHIN 30 DAYS WE MAY "
                      "BE REQUIRED TO WITHHOLD 24%"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE
               MOVE SPACE TO PRINT-LINE
               STRING "OF FUTURE PAYMENTS AS BACKUP WITHHOLDING AND "
                      "REMIT IT TO THE IRS."
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE "ACCOUNTS PAYABLE" TO PRINT-LINE.
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * Supervisor list and run totals, on a
      * page of their own after the letters.
      *------------------------------------------
       PRINT-REVIEW-LIST.
           PERFORM START-NEW-REPORT-PAGE.
           MOVE SPACE TO PRINT-LINE
           STRING "W-9 LETTER RUN - RUN DATE " RUN-DATE
                  "  AGE LIMIT " W9-AGE-YEARS " YEARS"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "FOR BACKUP-WITHHOLDING REVIEW - NO W-9 30 DAYS "
                  "AFTER THE SECOND NOTICE"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           IF REVIEW-COUNT = ZEROES
               MOVE SPACE TO PRINT-LINE
               STRING "   NONE"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE
           ELSE
               MOVE SPACE TO PRINT-LINE
               STRING "VENDOR NAME                           W-9"
                      "          1ST NOTICE 2ND NOTICE  DAYS"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE
               PERFORM PRINT-ONE-REVIEW
                   VARYING REVIEW-INDEX FROM 1 BY 1
                   UNTIL REVIEW-INDEX > REVIEW-COUNT.
           IF REVIEW-TABLE-FULL = "Y"
               MOVE SPACE TO PRINT-LINE
               STRING "*** MORE THAN 500 VENDORS FOR REVIEW - LIST "
                      "IS INCOMPLETE ***"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-REPORT-TOTALS.

       PRINT-ONE-REVIEW.
           IF RVW-REASON (REVIEW-INDEX) = "M"
               MOVE "NONE ON FILE" TO REASON-WORDS
           ELSE
               MOVE "TOO OLD" TO REASON-WORDS.
           IF RVW-WITHHOLDING (REVIEW-INDEX) = "Y"
               MOVE "ALREADY WITHHOLDING" TO WITHHOLDING-WORDS
           ELSE
               MOVE SPACE TO WITHHOLDING-WORDS.
           MOVE RVW-DAYS (REVIEW-INDEX) TO DAYS-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING RVW-VENDOR (REVIEW-INDEX) "  "
                  RVW-NAME (REVIEW-INDEX) " "
                  REASON-WORDS " "
                  RVW-FIRST-DATE (REVIEW-INDEX) " "
                  RVW-SECOND-DATE (REVIEW-INDEX) " "
                  DAYS-FIELD "  " WITHHOLDING-WORDS
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.

       PRINT-REPORT-TOTALS.
           MOVE FIRST-SENT-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "FIRST REQUESTS PRINTED:   " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE SECOND-SENT-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "SECOND NOTICES PRINTED:   " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE WAITING-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "WAITING ON A REPLY:       " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE REVIEW-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "FOR SUPERVISOR REVIEW:    " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-VENDOR-RECORD.
           READ VENDOR-FILE NEXT RECORD
               AT END MOVE "Y" TO VENDOR-AT-END.

       READ-NEXT-LETTER-RECORD.
           READ W9-LETTER-FILE NEXT RECORD
               AT END MOVE "Y" TO LETTER-AT-END.

       WRITE-LETTER-RECORD.
           WRITE W9-LETTER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING W-9 LETTER RECORD".

           COPY "plprint.cbl".
