       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLTRPT01.
      *------------------------------------------
      * Check clearing-float analysis.  Every
      * check CHKREC01 has marked cleared
      * carries both the date we cut it and the
      * date it reached the bank; the difference
      * is how long the check was out.  This
      * report learns those days-to-clear, as a
      * distribution - 0-3, 4-7, 8-14, 15-30,
      * 31-60 and over 60 days, with the
      * average - by bank account, by amount
      * band and by vendor.
      *
      * It then projects when each check still
      * outstanding (CHK-STATUS "I") is likely
      * to hit the bank: its issue date plus
      * the average days-to-clear of the most
      * specific pattern with enough history
      * behind it - the vendor's own checks,
      * else checks in its amount band, else
      * the account's, else every check - rolled
      * to a banking day.  A check already out
      * longer than its pattern is projected
      * for today.  The projections are summed
      * by day for each account over the next
      * 30 days, so treasury can fund the
      * account day by day instead of funding
      * the whole outstanding balance on the
      * day the checks are cut.
      *
      * A pattern needs FLOAT-PATTERN-MINIMUM
      * cleared checks before it is trusted.
      * A dormant check (status "D") is left
      * out - it is on its way to escheat, not
      * to the bank.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slchkreg.cbl".

           COPY "slbnkcal.cbl".

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdchkreg.cbl".

           COPY "fdbnkcal.cbl".

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

           COPY "wssignon.cbl".

       77  CHECK-AT-END                PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  RUN-DAY-INTEGER             PIC 9(08).
       77  FLOAT-PATTERN-MINIMUM       PIC 9(03) VALUE 5.

       77  DAYS-TO-CLEAR               PIC S9(05).
       77  DAYS-BUCKET                 PIC 9(01).
       77  AMOUNT-BAND                 PIC 9(01).
       77  BUCKET-INDEX                PIC 9(01).
       77  PROJECTED-DAYS              PIC 9(05).
       77  PROJECTED-DATE              PIC 9(08).
       77  PROJECTED-OFFSET            PIC S9(05).
       77  DAY-SLOT                    PIC 9(02).
       77  UNUSABLE-COUNT              PIC 9(05) VALUE ZERO.

      *------------------------------------------
      * How each outstanding check was projected.
      *------------------------------------------
       77  BASIS-VENDOR-COUNT          PIC 9(05) VALUE ZERO.
       77  BASIS-BAND-COUNT            PIC 9(05) VALUE ZERO.
       77  BASIS-ACCOUNT-COUNT         PIC 9(05) VALUE ZERO.
       77  BASIS-ALL-COUNT             PIC 9(05) VALUE ZERO.
       77  BASIS-NONE-COUNT            PIC 9(05) VALUE ZERO.

      *------------------------------------------
      * Every distribution table entry carries
      * the same statistics block, so one
      * print routine serves all of them off
      * STAGED-STATS.
      *------------------------------------------
       01  STAGED-STATS.
           05 STG-COUNT                PIC 9(05).
           05 STG-TOTAL-DAYS           PIC 9(09).
           05 STG-BUCKET               OCCURS 6 TIMES
                                       PIC 9(05).

       01  ALL-CHECK-STATS.
           05 ALL-COUNT                PIC 9(05) VALUE ZERO.
           05 ALL-TOTAL-DAYS           PIC 9(09) VALUE ZERO.
           05 ALL-BUCKET               OCCURS 6 TIMES
                                       PIC 9(05) VALUE ZERO.

      *------------------------------------------
      * Amount bands - the upper bound of each
      * band but the last.
      *------------------------------------------
       01  BAND-LIMIT-TABLE.
           05 FILLER  PIC 9(08)V99 VALUE 1000.00.
           05 FILLER  PIC 9(08)V99 VALUE 5000.00.
           05 FILLER  PIC 9(08)V99 VALUE 25000.00.
           05 FILLER  PIC 9(08)V99 VALUE 100000.00.
       01  BAND-LIMITS REDEFINES BAND-LIMIT-TABLE.
           05 BAND-LIMIT   OCCURS 4 TIMES PIC 9(08)V99.

       01  BAND-NAME-TABLE.
           05 FILLER  PIC X(30) VALUE "UNDER 1,000".
           05 FILLER  PIC X(30) VALUE "1,000 TO 4,999.99".
           05 FILLER  PIC X(30) VALUE "5,000 TO 24,999.99".
           05 FILLER  PIC X(30) VALUE "25,000 TO 99,999.99".
           05 FILLER  PIC X(30) VALUE "100,000 AND OVER".
       01  BAND-NAMES REDEFINES BAND-NAME-TABLE.
           05 BAND-NAME    OCCURS 5 TIMES PIC X(30).

       01  BAND-STATS-TABLE.
           05 BAND-ENTRY               OCCURS 5 TIMES.
              10 BAND-STATS.
                 15 BND-COUNT          PIC 9(05).
                 15 BND-TOTAL-DAYS     PIC 9(09).
                 15 BND-BUCKET         OCCURS 6 TIMES
                                       PIC 9(05).
       77  BAND-INDEX                  PIC 9(01).

      *------------------------------------------
      * Bank accounts - the days-to-clear
      * statistics and the day-by-day funding
      * projection.  Day slot 1 is today, slot
      * 31 thirty days out, slot 32 anything
      * later.
      *------------------------------------------
       77  ACCOUNT-ENTRY-COUNT         PIC 9(02) VALUE ZERO.
       77  ACCOUNT-INDEX               PIC 9(02).
       77  ACCOUNT-SLOT-FOUND          PIC X(01).
       77  ACCOUNT-TABLE-FULL          PIC X(01) VALUE "N".
       01  ACCOUNT-TABLE.
           05 ACCOUNT-ENTRY            OCCURS 20 TIMES.
              10 ACT-ACCOUNT           PIC 9(02).
              10 ACCOUNT-STATS.
                 15 ACT-COUNT          PIC 9(05).
                 15 ACT-TOTAL-DAYS     PIC 9(09).
                 15 ACT-BUCKET         OCCURS 6 TIMES
                                       PIC 9(05).
              10 ACT-OPEN-COUNT        PIC 9(05).
              10 ACT-OPEN-AMOUNT       PIC S9(09)V99.
              10 ACT-DAY               OCCURS 32 TIMES.
                 15 ACT-DAY-COUNT      PIC 9(05).
                 15 ACT-DAY-AMOUNT     PIC S9(09)V99.

      *------------------------------------------
      * Vendors, filled in vendor order off the
      * register's CHK-VENDOR alternate key.
      *------------------------------------------
       77  VENDOR-ENTRY-COUNT          PIC 9(03) VALUE ZERO.
       77  VENDOR-INDEX                PIC 9(03).
       77  VENDOR-SLOT-FOUND           PIC X(01).
       77  VENDOR-TABLE-FULL           PIC X(01) VALUE "N".
       01  VENDOR-TABLE.
           05 VENDOR-ENTRY             OCCURS 500 TIMES.
              10 VNT-VENDOR            PIC 9(05).
              10 VNT-PAYEE-NAME        PIC X(30).
              10 VENDOR-STATS.
                 15 VNT-COUNT          PIC 9(05).
                 15 VNT-TOTAL-DAYS     PIC 9(09).
                 15 VNT-BUCKET         OCCURS 6 TIMES
                                       PIC 9(05).

      *------------------------------------------
      * One distribution line.
      *------------------------------------------
       01  DISTRIBUTION-LINE.
           05 DST-LABEL                PIC X(30).
           05 DST-COUNT                PIC ZZZZ9.
           05 FILLER                   PIC X(02).
           05 DST-AVERAGE              PIC ZZ9.
           05 DST-BUCKET-GROUP         OCCURS 6 TIMES.
              10 FILLER                PIC X(02).
              10 DST-BUCKET            PIC ZZZZ9.

       77  AVERAGE-DAYS                PIC 9(05).
       77  CUMULATIVE-AMOUNT           PIC S9(09)V99.
       77  COUNT-FIELD                 PIC ZZZZ9.
       77  AMOUNT-FIELD                PIC ZZZ,ZZZ,ZZ9.99-.
       77  CUMULATIVE-FIELD            PIC ZZZ,ZZZ,ZZ9.99-.
       77  SLOT-DATE                   PIC 9(08).

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
           COMPUTE RUN-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (RUN-DATE).
           MOVE "FLTRPT01" TO REPORT-ID.
           MOVE "CHECK CLEARING FLOAT" TO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.
           OPEN INPUT CHECK-REGISTER-FILE.
           OPEN INPUT BANK-CALENDAR-FILE.
           INITIALIZE BAND-STATS-TABLE.

       CLOSING-PROCEDURE.
           PERFORM CLOSE-THE-REPORT.
           CLOSE CHECK-REGISTER-FILE.
           CLOSE BANK-CALENDAR-FILE.

      *------------------------------------------
      * Two passes over the register: learn the
      * patterns from the cleared checks, then
      * project the outstanding ones.
      *------------------------------------------
       MAIN-PROCESS.
           PERFORM POSITION-BY-VENDOR.
           PERFORM LEARN-ONE-CHECK
               UNTIL CHECK-AT-END = "Y".
           PERFORM PRINT-DISTRIBUTIONS.
           PERFORM POSITION-BY-VENDOR.
           PERFORM PROJECT-ONE-CHECK
               UNTIL CHECK-AT-END = "Y".
           PERFORM PRINT-PROJECTIONS.

       POSITION-BY-VENDOR.
           MOVE ZEROES TO CHK-VENDOR.
           MOVE "N" TO CHECK-AT-END.
           START CHECK-REGISTER-FILE
               KEY IS NOT LESS THAN CHK-VENDOR
               INVALID KEY MOVE "Y" TO CHECK-AT-END.
           IF CHECK-AT-END = "N"
               PERFORM READ-NEXT-CHECK-RECORD.

      *------------------------------------------
      * Pass 1 - cleared checks.  A cleared date
      * missing or before the issue date cannot
      * be measured and is only counted.
      *------------------------------------------
       LEARN-ONE-CHECK.
           IF CHK-STATUS = "C"
               IF CHK-CLEARED-DATE = ZEROES OR
                  CHK-CLEARED-DATE < CHK-DATE
                   ADD 1 TO UNUSABLE-COUNT
               ELSE
                   PERFORM LEARN-THE-CLEARING.
           PERFORM READ-NEXT-CHECK-RECORD.

       LEARN-THE-CLEARING.
           COMPUTE DAYS-TO-CLEAR =
               FUNCTION INTEGER-OF-DATE (CHK-CLEARED-DATE) -
               FUNCTION INTEGER-OF-DATE (CHK-DATE).
           PERFORM SET-DAYS-BUCKET.
           PERFORM SET-AMOUNT-BAND.
           ADD 1 TO ALL-COUNT.
           ADD DAYS-TO-CLEAR TO ALL-TOTAL-DAYS.
           ADD 1 TO ALL-BUCKET (DAYS-BUCKET).
           ADD 1 TO BND-COUNT (AMOUNT-BAND).
           ADD DAYS-TO-CLEAR TO BND-TOTAL-DAYS (AMOUNT-BAND).
           ADD 1 TO BND-BUCKET (AMOUNT-BAND DAYS-BUCKET).
           PERFORM FIND-ACCOUNT-SLOT.
           IF ACCOUNT-SLOT-FOUND = "Y"
               ADD 1 TO ACT-COUNT (ACCOUNT-INDEX)
               ADD DAYS-TO-CLEAR TO ACT-TOTAL-DAYS (ACCOUNT-INDEX)
               ADD 1 TO ACT-BUCKET (ACCOUNT-INDEX DAYS-BUCKET).
           PERFORM FIND-VENDOR-SLOT.
           IF VENDOR-SLOT-FOUND = "Y"
               ADD 1 TO VNT-COUNT (VENDOR-INDEX)
               ADD DAYS-TO-CLEAR TO VNT-TOTAL-DAYS (VENDOR-INDEX)
               ADD 1 TO VNT-BUCKET (VENDOR-INDEX DAYS-BUCKET).

       SET-DAYS-BUCKET.
           EVALUATE TRUE
               WHEN DAYS-TO-CLEAR <= 3
                   MOVE 1 TO DAYS-BUCKET
               WHEN DAYS-TO-CLEAR <= 7
                   MOVE 2 TO DAYS-BUCKET
               WHEN DAYS-TO-CLEAR <= 14
                   MOVE 3 TO DAYS-BUCKET
               WHEN DAYS-TO-CLEAR <= 30
                   MOVE 4 TO DAYS-BUCKET
               WHEN DAYS-TO-CLEAR <= 60
                   MOVE 5 TO DAYS-BUCKET
               WHEN OTHER
                   MOVE 6 TO DAYS-BUCKET
           END-EVALUATE.

       SET-AMOUNT-BAND.
           MOVE 5 TO AMOUNT-BAND.
           PERFORM CHECK-ONE-AMOUNT-BAND
               VARYING BAND-INDEX FROM 4 BY -1
               UNTIL BAND-INDEX < 1.

       CHECK-ONE-AMOUNT-BAND.
           IF CHK-AMOUNT < BAND-LIMIT (BAND-INDEX)
               MOVE BAND-INDEX TO AMOUNT-BAND.

      *------------------------------------------
      * Account and vendor slots - a new slot is
      * opened for one not seen yet.
      *------------------------------------------
       FIND-ACCOUNT-SLOT.
           MOVE "N" TO ACCOUNT-SLOT-FOUND.
           PERFORM CHECK-ONE-ACCOUNT-SLOT
               VARYING ACCOUNT-INDEX FROM 1 BY 1
               UNTIL ACCOUNT-INDEX > ACCOUNT-ENTRY-COUNT OR
                     ACCOUNT-SLOT-FOUND = "Y".
      *    PERFORM VARYING leaves the index one past the match.
           IF ACCOUNT-SLOT-FOUND = "Y"
               SUBTRACT 1 FROM ACCOUNT-INDEX
           ELSE
           IF ACCOUNT-ENTRY-COUNT < 20
               ADD 1 TO ACCOUNT-ENTRY-COUNT
               MOVE ACCOUNT-ENTRY-COUNT TO ACCOUNT-INDEX
               INITIALIZE ACCOUNT-ENTRY (ACCOUNT-INDEX)
               MOVE CHK-BANK-ACCOUNT TO ACT-ACCOUNT (ACCOUNT-INDEX)
               MOVE "Y" TO ACCOUNT-SLOT-FOUND
           ELSE
               MOVE "Y" TO ACCOUNT-TABLE-FULL.

       CHECK-ONE-ACCOUNT-SLOT.
           IF ACT-ACCOUNT (ACCOUNT-INDEX) = CHK-BANK-ACCOUNT
               MOVE "Y" TO ACCOUNT-SLOT-FOUND.

      *    The register arrives in vendor order, so the vendor
      *    wanted is always the last slot opened.
       FIND-VENDOR-SLOT.
           MOVE "N" TO VENDOR-SLOT-FOUND.
           IF VENDOR-ENTRY-COUNT NOT = ZEROES
               IF VNT-VENDOR (VENDOR-ENTRY-COUNT) = CHK-VENDOR
                   MOVE VENDOR-ENTRY-COUNT TO VENDOR-INDEX
                   MOVE "Y" TO VENDOR-SLOT-FOUND.
           IF VENDOR-SLOT-FOUND = "N"
               IF VENDOR-ENTRY-COUNT < 500
                   ADD 1 TO VENDOR-ENTRY-COUNT
                   MOVE VENDOR-ENTRY-COUNT TO VENDOR-INDEX
                   INITIALIZE VENDOR-ENTRY (VENDOR-INDEX)
                   MOVE CHK-VENDOR TO VNT-VENDOR (VENDOR-INDEX)
                   MOVE CHK-PAYEE-NAME
                       TO VNT-PAYEE-NAME (VENDOR-INDEX)
                   MOVE "Y" TO VENDOR-SLOT-FOUND
               ELSE
                   MOVE "Y" TO VENDOR-TABLE-FULL.

      *------------------------------------------
      * Pass 2 - outstanding checks.  Only the
      * vendor slots already learned are looked
      * up; pass 2 opens none.
      *------------------------------------------
       PROJECT-ONE-CHECK.
           IF CHK-STATUS = "I"
               PERFORM PROJECT-THE-CHECK.
           PERFORM READ-NEXT-CHECK-RECORD.

       PROJECT-THE-CHECK.
           PERFORM SET-AMOUNT-BAND.
           PERFORM FIND-ACCOUNT-SLOT.
           PERFORM LOOK-UP-VENDOR-SLOT.
           PERFORM CHOOSE-PROJECTION-BASIS.
           COMPUTE BANKING-TEST-DATE = FUNCTION DATE-OF-INTEGER (
               FUNCTION INTEGER-OF-DATE (CHK-DATE) + PROJECTED-DAYS).
           PERFORM ROLL-TO-BANKING-DAY.
           MOVE BANKING-TEST-DATE TO PROJECTED-DATE.
           COMPUTE PROJECTED-OFFSET =
               FUNCTION INTEGER-OF-DATE (PROJECTED-DATE) -
               RUN-DAY-INTEGER.
           IF PROJECTED-OFFSET < 1
               MOVE 1 TO DAY-SLOT
           ELSE
           IF PROJECTED-OFFSET > 30
               MOVE 32 TO DAY-SLOT
           ELSE
               COMPUTE DAY-SLOT = PROJECTED-OFFSET + 1.
           IF ACCOUNT-SLOT-FOUND = "Y"
               ADD 1 TO ACT-OPEN-COUNT (ACCOUNT-INDEX)
               ADD CHK-AMOUNT TO ACT-OPEN-AMOUNT (ACCOUNT-INDEX)
               ADD 1 TO ACT-DAY-COUNT (ACCOUNT-INDEX DAY-SLOT)
               ADD CHK-AMOUNT
                   TO ACT-DAY-AMOUNT (ACCOUNT-INDEX DAY-SLOT).

       LOOK-UP-VENDOR-SLOT.
           MOVE "N" TO VENDOR-SLOT-FOUND.
           PERFORM CHECK-ONE-VENDOR-SLOT
               VARYING VENDOR-INDEX FROM 1 BY 1
               UNTIL VENDOR-INDEX > VENDOR-ENTRY-COUNT OR
                     VENDOR-SLOT-FOUND = "Y".
           IF VENDOR-SLOT-FOUND = "Y"
               SUBTRACT 1 FROM VENDOR-INDEX.

       CHECK-ONE-VENDOR-SLOT.
           IF VNT-VENDOR (VENDOR-INDEX) = CHK-VENDOR
               MOVE "Y" TO VENDOR-SLOT-FOUND.

      *------------------------------------------
      * Most specific pattern first.  With no
      * cleared history at all the check is
      * projected for today.
      *------------------------------------------
       CHOOSE-PROJECTION-BASIS.
           MOVE ZEROES TO STAGED-STATS.
           IF VENDOR-SLOT-FOUND = "Y" AND
              VNT-COUNT (VENDOR-INDEX) NOT < FLOAT-PATTERN-MINIMUM
               MOVE VENDOR-STATS (VENDOR-INDEX) TO STAGED-STATS
               ADD 1 TO BASIS-VENDOR-COUNT
           ELSE
           IF BND-COUNT (AMOUNT-BAND) NOT < FLOAT-PATTERN-MINIMUM
               MOVE BAND-STATS (AMOUNT-BAND) TO STAGED-STATS
               ADD 1 TO BASIS-BAND-COUNT
           ELSE
           IF ACCOUNT-SLOT-FOUND = "Y" AND
              ACT-COUNT (ACCOUNT-INDEX) NOT < FLOAT-PATTERN-MINIMUM
               MOVE ACCOUNT-STATS (ACCOUNT-INDEX) TO STAGED-STATS
               ADD 1 TO BASIS-ACCOUNT-COUNT
           ELSE
           IF ALL-COUNT NOT = ZEROES
               MOVE ALL-CHECK-STATS TO STAGED-STATS
               ADD 1 TO BASIS-ALL-COUNT
           ELSE
               ADD 1 TO BASIS-NONE-COUNT.
           MOVE ZEROES TO PROJECTED-DAYS.
           IF STG-COUNT NOT = ZEROES
               COMPUTE PROJECTED-DAYS ROUNDED =
                   STG-TOTAL-DAYS / STG-COUNT.

      *------------------------------------------
      * Report lines - the distributions
      *------------------------------------------
       PRINT-DISTRIBUTIONS.
           MOVE SPACE TO PRINT-LINE
           STRING "DAYS FROM ISSUE TO CLEARING - CLEARED CHECKS"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-COLUMN-HEADING.
           MOVE ALL-CHECK-STATS TO STAGED-STATS.
           MOVE "ALL CLEARED CHECKS" TO DST-LABEL.
           PERFORM PRINT-DISTRIBUTION-LINE.
           IF UNUSABLE-COUNT NOT = ZEROES
               MOVE UNUSABLE-COUNT TO COUNT-FIELD
               MOVE SPACE TO PRINT-LINE
               STRING "(" COUNT-FIELD " CLEARED CHECK(S) WITHOUT A "
                      "USABLE CLEARED DATE LEFT OUT)"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "BY BANK ACCOUNT"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-ACCOUNT-DISTRIBUTION
               VARYING ACCOUNT-INDEX FROM 1 BY 1
               UNTIL ACCOUNT-INDEX > ACCOUNT-ENTRY-COUNT.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "BY AMOUNT BAND"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-BAND-DISTRIBUTION
               VARYING BAND-INDEX FROM 1 BY 1
               UNTIL BAND-INDEX > 5.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE
           STRING "BY VENDOR"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-VENDOR-DISTRIBUTION
               VARYING VENDOR-INDEX FROM 1 BY 1
               UNTIL VENDOR-INDEX > VENDOR-ENTRY-COUNT.
           IF VENDOR-TABLE-FULL = "Y"
               MOVE SPACE TO PRINT-LINE
               STRING "*** MORE THAN 500 VENDORS - THE REST ARE "
                      "PROJECTED BY BAND OR ACCOUNT ***"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.

       PRINT-COLUMN-HEADING.
           MOVE SPACE TO PRINT-LINE
           STRING "                             CHECKS  AVG"
                  "    0-3    4-7   8-14  15-30  31-60    61+"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.

       PRINT-ACCOUNT-DISTRIBUTION.
           MOVE ACCOUNT-STATS (ACCOUNT-INDEX) TO STAGED-STATS.
           MOVE SPACE TO DST-LABEL.
           STRING "   ACCOUNT " ACT-ACCOUNT (ACCOUNT-INDEX)
                  DELIMITED BY SIZE INTO DST-LABEL.
           IF STG-COUNT NOT = ZEROES
               PERFORM PRINT-DISTRIBUTION-LINE.

       PRINT-BAND-DISTRIBUTION.
           MOVE BAND-STATS (BAND-INDEX) TO STAGED-STATS.
           MOVE SPACE TO DST-LABEL.
           STRING "   " BAND-NAME (BAND-INDEX)
                  DELIMITED BY SIZE INTO DST-LABEL.
           IF STG-COUNT NOT = ZEROES
               PERFORM PRINT-DISTRIBUTION-LINE.

       PRINT-VENDOR-DISTRIBUTION.
           MOVE VENDOR-STATS (VENDOR-INDEX) TO STAGED-STATS.
           MOVE SPACE TO DST-LABEL.
           STRING "   " VNT-VENDOR (VENDOR-INDEX) " "
                  VNT-PAYEE-NAME (VENDOR-INDEX)
                  DELIMITED BY SIZE INTO DST-LABEL.
           IF STG-COUNT NOT = ZEROES
               PERFORM PRINT-DISTRIBUTION-LINE.

       PRINT-DISTRIBUTION-LINE.
           MOVE STG-COUNT TO DST-COUNT.
           MOVE ZEROES TO AVERAGE-DAYS.
           IF STG-COUNT NOT = ZEROES
               COMPUTE AVERAGE-DAYS ROUNDED =
                   STG-TOTAL-DAYS / STG-COUNT.
           MOVE AVERAGE-DAYS TO DST-AVERAGE.
           PERFORM MOVE-ONE-BUCKET
               VARYING BUCKET-INDEX FROM 1 BY 1
               UNTIL BUCKET-INDEX > 6.
           MOVE DISTRIBUTION-LINE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       MOVE-ONE-BUCKET.
           MOVE SPACE TO DST-BUCKET-GROUP (BUCKET-INDEX).
           MOVE STG-BUCKET (BUCKET-INDEX)
               TO DST-BUCKET (BUCKET-INDEX).

      *------------------------------------------
      * Report lines - the funding projection,
      * one block per account, a line for each
      * day checks are expected to clear.
      *------------------------------------------
       PRINT-PROJECTIONS.
           MOVE SPACE TO PRINT-LINE
           STRING "PROJECTED CLEARING OF OUTSTANDING CHECKS"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-ACCOUNT-PROJECTION
               VARYING ACCOUNT-INDEX FROM 1 BY 1
               UNTIL ACCOUNT-INDEX > ACCOUNT-ENTRY-COUNT.
           IF ACCOUNT-TABLE-FULL = "Y"
               MOVE SPACE TO PRINT-LINE
               STRING "*** MORE THAN 20 BANK ACCOUNTS - THE REST "
                      "ARE NOT PROJECTED ***"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE.
           PERFORM PRINT-PROJECTION-BASIS.

       PRINT-ACCOUNT-PROJECTION.
           IF ACT-OPEN-COUNT (ACCOUNT-INDEX) NOT = ZEROES
               MOVE SPACE TO PRINT-LINE
               STRING "ACCOUNT " ACT-ACCOUNT (ACCOUNT-INDEX)
                      "   DATE       CHECKS           AMOUNT"
                      "       CUMULATIVE"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE
               MOVE ZEROES TO CUMULATIVE-AMOUNT
               PERFORM PRINT-ONE-PROJECTED-DAY
                   VARYING DAY-SLOT FROM 1 BY 1
                   UNTIL DAY-SLOT > 32
               MOVE ACT-OPEN-COUNT (ACCOUNT-INDEX) TO COUNT-FIELD
               MOVE ACT-OPEN-AMOUNT (ACCOUNT-INDEX) TO AMOUNT-FIELD
               MOVE SPACE TO PRINT-LINE
               STRING "   OUTSTANDING       " COUNT-FIELD
                      "  " AMOUNT-FIELD
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE
               PERFORM PRINT-A-LINE.

       PRINT-ONE-PROJECTED-DAY.
           IF ACT-DAY-COUNT (ACCOUNT-INDEX DAY-SLOT) NOT = ZEROES
               ADD ACT-DAY-AMOUNT (ACCOUNT-INDEX DAY-SLOT)
                   TO CUMULATIVE-AMOUNT
               MOVE ACT-DAY-COUNT (ACCOUNT-INDEX DAY-SLOT)
                   TO COUNT-FIELD
               MOVE ACT-DAY-AMOUNT (ACCOUNT-INDEX DAY-SLOT)
                   TO AMOUNT-FIELD
               MOVE CUMULATIVE-AMOUNT TO CUMULATIVE-FIELD
               MOVE SPACE TO PRINT-LINE
               IF DAY-SLOT = 32
                   STRING "   AFTER 30 DAYS     " COUNT-FIELD
                          "  " AMOUNT-FIELD "  " CUMULATIVE-FIELD
                          DELIMITED BY SIZE INTO PRINT-LINE
               ELSE
                   COMPUTE SLOT-DATE = FUNCTION DATE-OF-INTEGER (
                       RUN-DAY-INTEGER + DAY-SLOT - 1)
                   STRING "   " SLOT-DATE "          " COUNT-FIELD
                          "  " AMOUNT-FIELD "  " CUMULATIVE-FIELD
                          DELIMITED BY SIZE INTO PRINT-LINE
               END-IF
               PERFORM PRINT-A-LINE.

       PRINT-PROJECTION-BASIS.
           MOVE SPACE TO PRINT-LINE
           STRING "OUTSTANDING CHECKS PROJECTED FROM:"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE BASIS-VENDOR-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "   THE VENDOR'S OWN CHECKS     " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE BASIS-BAND-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "   THEIR AMOUNT BAND           " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE BASIS-ACCOUNT-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "   THEIR BANK ACCOUNT          " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE BASIS-ALL-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "   ALL CLEARED CHECKS          " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.
           MOVE BASIS-NONE-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE
           STRING "   NO HISTORY - DUE TODAY      " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-CHECK-RECORD.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END MOVE "Y" TO CHECK-AT-END.

           COPY "plbnkday.cbl".

           COPY "plprint.cbl".
