       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTCMP01.
      *------------------------------------------
      * Field-level compare of two copies of
      * the voucher master or of the vendor
      * master.  After a VCHRCV01 forward
      * recovery, a SALVAG01 rebuild or a
      * TRNLOD01 refresh, VCHVFY01's counts and
      * totals were the only proof the result
      * was right - and two wrong records can
      * offset each other in a total.  This
      * reads both copies in key order side by
      * side and reports:
      *
      *   - every record only in the first
      *     copy, and every one only in the
      *     second;
      *   - for a record in both, every field
      *     that differs, with both values.
      *
      * The fields are found through the maps
      * in WSVCHMAP.CBL and WSVNDMAP.CBL, so
      * each occurrence of a table (payment
      * history, GL distribution and the rest)
      * is compared and named on its own.  A
      * numeric field holding something that is
      * not a number is shown as the raw bytes.
      * A vendor's tax ID and bank account
      * number print as their last four only,
      * as on every other report - enough to
      * see that they differ.
      *
      * The copies are named at run time - the
      * live file (voucher, vendor) is offered
      * as the first.  Both are opened input
      * only; nothing is changed.  The report
      * is spooled, with the matched, changed
      * and missing counts at the end.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FIRST-VOUCHER-FILE
               ASSIGN TO FIRST-FILE-NAME
               ORGANIZATION IS INDEXED
               RECORD KEY IS FVC-VOUCHER-NUMBER
               ALTERNATE RECORD KEY IS FVC-VOUCHER-VENDOR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FVC-VOUCHER-CHECK-NO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FVC-VOUCHER-OPEN-ITEM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FVC-VOUCHER-PAID-DATE
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FIRST-FILE-STATUS.

           SELECT SECOND-VOUCHER-FILE
               ASSIGN TO SECOND-FILE-NAME
               ORGANIZATION IS INDEXED
               RECORD KEY IS SVC-VOUCHER-NUMBER
               ALTERNATE RECORD KEY IS SVC-VOUCHER-VENDOR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SVC-VOUCHER-CHECK-NO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SVC-VOUCHER-OPEN-ITEM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SVC-VOUCHER-PAID-DATE
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS SECOND-FILE-STATUS.

           SELECT FIRST-VENDOR-FILE
               ASSIGN TO FIRST-FILE-NAME
               ORGANIZATION IS INDEXED
               RECORD KEY IS FVN-VENDOR-NUMBER
               ALTERNATE RECORD KEY IS FVN-VENDOR-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FVN-VENDOR-PARENT
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FIRST-FILE-STATUS.

           SELECT SECOND-VENDOR-FILE
               ASSIGN TO SECOND-FILE-NAME
               ORGANIZATION IS INDEXED
               RECORD KEY IS SVN-VENDOR-NUMBER
               ALTERNATE RECORD KEY IS SVN-VENDOR-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SVN-VENDOR-PARENT
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS SECOND-FILE-STATUS.

           COPY "slprint.cbl".

           COPY "slrptcat.cbl".

       DATA DIVISION.
       FILE SECTION.

      *------------------------------------------
      * The copies only name their keys, the
      * way SALVAG01 lays them out - the
      * FILLERs carry the rest of the 749-byte
      * VOUCHER-RECORD and the 539-byte
      * VENDOR-RECORD, and the field maps find
      * the fields inside them.
      *------------------------------------------
       FD  FIRST-VOUCHER-FILE
           LABEL RECORDS ARE STANDARD.
       01  FIRST-VOUCHER-RECORD.
           05 FVC-VOUCHER-NUMBER       PIC 9(07).
           05 FVC-VOUCHER-VENDOR       PIC 9(05).
           05 FILLER                   PIC X(87).
           05 FVC-VOUCHER-PAID-DATE    PIC 9(08).
           05 FVC-VOUCHER-CHECK-NO     PIC 9(06).
           05 FILLER                   PIC X(593).
           05 FVC-VOUCHER-OPEN-ITEM    PIC X(01).
           05 FILLER                   PIC X(42).

       FD  SECOND-VOUCHER-FILE
           LABEL RECORDS ARE STANDARD.
       01  SECOND-VOUCHER-RECORD.
           05 SVC-VOUCHER-NUMBER       PIC 9(07).
           05 SVC-VOUCHER-VENDOR       PIC 9(05).
           05 FILLER                   PIC X(87).
           05 SVC-VOUCHER-PAID-DATE    PIC 9(08).
           05 SVC-VOUCHER-CHECK-NO     PIC 9(06).
           05 FILLER                   PIC X(593).
           05 SVC-VOUCHER-OPEN-ITEM    PIC X(01).
           05 FILLER                   PIC X(42).

       FD  FIRST-VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  FIRST-VENDOR-RECORD.
           05 FVN-VENDOR-NUMBER        PIC 9(05).
           05 FVN-VENDOR-NAME          PIC X(30).
           05 FILLER                   PIC X(499).
           05 FVN-VENDOR-PARENT        PIC 9(05).

       FD  SECOND-VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  SECOND-VENDOR-RECORD.
           05 SVN-VENDOR-NUMBER        PIC 9(05).
           05 SVN-VENDOR-NAME          PIC X(30).
           05 FILLER                   PIC X(499).
           05 SVN-VENDOR-PARENT        PIC 9(05).

           COPY "fdprint.cbl".

           COPY "fdrptcat.cbl".

       WORKING-STORAGE SECTION.

           COPY "wsprint.cbl".

           COPY "wssignon.cbl".

           COPY "wsvchmap.cbl".

           COPY "wsvndmap.cbl".

           COPY "wsmask.cbl".

       77  MENU-PICK                   PIC 9.
           88  MENU-PICK-IS-VALID      VALUES 0 THRU 2.

       77  FIRST-FILE-NAME             PIC X(40).
       77  SECOND-FILE-NAME            PIC X(40).
       77  FIRST-FILE-STATUS           PIC X(02).
       77  SECOND-FILE-STATUS          PIC X(02).
       77  FILES-ARE-OPEN              PIC X(01).
       77  FIRST-AT-END                PIC X(01).
       77  SECOND-AT-END               PIC X(01).
       77  RECORD-DIFFERS              PIC X(01).
       77  MATCH-RESULT                PIC X(01).

       77  RUN-DATE                    PIC 9(08).

      *------------------------------------------
      * The pair of records being compared,
      * whichever master it is, and their keys
      * - a key past the end of its copy is
      * all nines so the other copy drains.
      *------------------------------------------
       01  FIRST-COMPARE-RECORD        PIC X(749).
       01  SECOND-COMPARE-RECORD       PIC X(749).
       77  FIRST-KEY                   PIC 9(07).
       77  SECOND-KEY                  PIC 9(07).
       77  KEY-FIELD                   PIC Z(6)9.

      *------------------------------------------
      * The map in use, moved in from WSVCHMAP
      * or WSVNDMAP.
      *------------------------------------------
       77  CMP-FIELD-COUNT             PIC 9(03).
       77  CMP-INDEX                   PIC 9(03).
       01  CMP-FIELD-MAP.
           05 CMP-FIELD                OCCURS 106 TIMES.
              10 CMP-FIELD-NAME        PIC X(22).
              10 CMP-FIELD-START       PIC 9(03).
              10 CMP-FIELD-LENGTH      PIC 9(02).
              10 CMP-FIELD-TYPE        PIC X(01).
              10 CMP-FIELD-DECIMALS    PIC 9(01).

      *------------------------------------------
      * Showing a value: the raw bytes land
      * right-justified in NUMBER-WORK-TEXT, so
      * a signed field's sign sits where
      * NUMBER-WORK expects it, and is scaled
      * by the field's decimal places.
      *------------------------------------------
       01  NUMBER-WORK-TEXT            PIC X(18).
       01  NUMBER-WORK REDEFINES NUMBER-WORK-TEXT
                                       PIC S9(18).
       77  NUMBER-SCALED               PIC S9(14)V9999.
       77  NUMBER-START                PIC 9(02).
       77  WHOLE-FIELD                 PIC Z(13)9-.
       77  CENTS-FIELD                 PIC Z(11)9.99-.
       77  RATE-FIELD                  PIC Z(9)9.9999-.
       77  RAW-VALUE                   PIC X(30).
       77  VALUE-SHOWN                 PIC X(30).
       77  FIRST-VALUE-SHOWN           PIC X(30).
       77  SECOND-VALUE-SHOWN          PIC X(30).

       77  MASTER-NAME                 PIC X(07).
       77  MATCHED-COUNT               PIC 9(07).
       77  CHANGED-COUNT               PIC 9(07).
       77  FIRST-ONLY-COUNT            PIC 9(07).
       77  SECOND-ONLY-COUNT           PIC 9(07).
       77  FIELD-DIFF-COUNT            PIC 9(07).
       77  COUNT-FIELD                 PIC Z(6)9.

           COPY "wscase01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.

       PROGRAM-EXIT.
           EXIT PROGRAM.

       PROGRAM-DONE.
           STOP RUN.

       OPENING-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

       MAIN-PROCESS.
           PERFORM GET-MENU-PICK.
           PERFORM RUN-THE-PICK
               UNTIL MENU-PICK = 0.

      *------------------------------------------
      * MENU
      *------------------------------------------
       GET-MENU-PICK.
           PERFORM DISPLAY-THE-MENU.
           PERFORM ACCEPT-MENU-PICK.
           PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       DISPLAY-THE-MENU.
           DISPLAY " ".
           DISPLAY "    MASTER FILE COMPARE - PLEASE SELECT:".
           DISPLAY " ".
           DISPLAY "          1.  COMPARE TWO VOUCHER FILES".
           DISPLAY "          2.  COMPARE TWO VENDOR FILES".
           DISPLAY " ".
           DISPLAY "          0.  EXIT".

       ACCEPT-MENU-PICK.
           DISPLAY "YOUR CHOICE (0-2)?".
           ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
           DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
           PERFORM ACCEPT-MENU-PICK.

       RUN-THE-PICK.
           IF MENU-PICK = 1
               MOVE "VOUCHER" TO MASTER-NAME
               MOVE "voucher" TO FIRST-FILE-NAME
               PERFORM GET-FILE-NAMES
               PERFORM COMPARE-VOUCHER-FILES
           ELSE
           IF MENU-PICK = 2
               MOVE "VENDOR"  TO MASTER-NAME
               MOVE "vendor"  TO FIRST-FILE-NAME
               PERFORM GET-FILE-NAMES
               PERFORM COMPARE-VENDOR-FILES.
           PERFORM GET-MENU-PICK.

       GET-FILE-NAMES.
           DISPLAY "FIRST COPY (ENTER FOR " FIRST-FILE-NAME ")".
           MOVE SPACE TO RAW-VALUE.
           ACCEPT RAW-VALUE.
           IF RAW-VALUE NOT = SPACE
               MOVE RAW-VALUE TO FIRST-FILE-NAME.
           PERFORM ACCEPT-SECOND-FILE-NAME.
           PERFORM RE-ACCEPT-SECOND-FILE-NAME
               UNTIL SECOND-FILE-NAME NOT = SPACE AND
                     SECOND-FILE-NAME NOT = FIRST-FILE-NAME.

       ACCEPT-SECOND-FILE-NAME.
           DISPLAY "SECOND COPY TO COMPARE AGAINST IT".
           MOVE SPACE TO SECOND-FILE-NAME.
           ACCEPT SECOND-FILE-NAME.

       RE-ACCEPT-SECOND-FILE-NAME.
           DISPLAY "A DIFFERENT FILE MUST BE NAMED".
           PERFORM ACCEPT-SECOND-FILE-NAME.

      *------------------------------------------
      * The voucher compare.  Each read moves
      * the record into the common compare
      * areas so one set of routines serves
      * both masters.
      *------------------------------------------
       COMPARE-VOUCHER-FILES.
           MOVE "N" TO FILES-ARE-OPEN.
           OPEN INPUT FIRST-VOUCHER-FILE.
           IF FIRST-FILE-STATUS (1:1) NOT = "0"
               DISPLAY "CANNOT OPEN " FIRST-FILE-NAME
                       " - STATUS " FIRST-FILE-STATUS
           ELSE
               OPEN INPUT SECOND-VOUCHER-FILE
               IF SECOND-FILE-STATUS (1:1) NOT = "0"
                   DISPLAY "CANNOT OPEN " SECOND-FILE-NAME
                           " - STATUS " SECOND-FILE-STATUS
                   CLOSE FIRST-VOUCHER-FILE
               ELSE
                   MOVE "Y" TO FILES-ARE-OPEN.
           IF FILES-ARE-OPEN = "Y"
               MOVE VCH-FIELD-MAP-VALUES TO CMP-FIELD-MAP
               MOVE VCH-FIELD-COUNT TO CMP-FIELD-COUNT
               PERFORM START-THE-COMPARE
               PERFORM READ-FIRST-VOUCHER
               PERFORM READ-SECOND-VOUCHER
               PERFORM COMPARE-VOUCHER-KEYS
                   UNTIL FIRST-AT-END = "Y" AND
                         SECOND-AT-END = "Y"
               PERFORM FINISH-THE-COMPARE
               CLOSE FIRST-VOUCHER-FILE
               CLOSE SECOND-VOUCHER-FILE.

       COMPARE-VOUCHER-KEYS.
           PERFORM MATCH-THE-KEYS.
           IF MATCH-RESULT NOT = "2"
               PERFORM READ-FIRST-VOUCHER.
           IF MATCH-RESULT NOT = "1"
               PERFORM READ-SECOND-VOUCHER.

       COMPARE-VENDOR-FILES.
           MOVE "N" TO FILES-ARE-OPEN.
           OPEN INPUT FIRST-VENDOR-FILE.
           IF FIRST-FILE-STATUS (1:1) NOT = "0"
               DISPLAY "CANNOT OPEN " FIRST-FILE-NAME
                       " - STATUS " FIRST-FILE-STATUS
           ELSE
               OPEN INPUT SECOND-VENDOR-FILE
               IF SECOND-FILE-STATUS (1:1) NOT = "0"
                   DISPLAY "CANNOT OPEN " SECOND-FILE-NAME
                           " - STATUS " SECOND-FILE-STATUS
                   CLOSE FIRST-VENDOR-FILE
               ELSE
                   MOVE "Y" TO FILES-ARE-OPEN.
           IF FILES-ARE-OPEN = "Y"
               MOVE VND-FIELD-MAP-VALUES TO CMP-FIELD-MAP
               MOVE VND-FIELD-COUNT TO CMP-FIELD-COUNT
               PERFORM START-THE-COMPARE
               PERFORM READ-FIRST-VENDOR
               PERFORM READ-SECOND-VENDOR
               PERFORM COMPARE-VENDOR-KEYS
                   UNTIL FIRST-AT-END = "Y" AND
                         SECOND-AT-END = "Y"
               PERFORM FINISH-THE-COMPARE
               CLOSE FIRST-VENDOR-FILE
               CLOSE SECOND-VENDOR-FILE.

       COMPARE-VENDOR-KEYS.
           PERFORM MATCH-THE-KEYS.
           IF MATCH-RESULT NOT = "2"
               PERFORM READ-FIRST-VENDOR.
           IF MATCH-RESULT NOT = "1"
               PERFORM READ-SECOND-VENDOR.

      *------------------------------------------
      * Report set-up and the closing summary.
      *------------------------------------------
       START-THE-COMPARE.
           MOVE ZEROES TO MATCHED-COUNT
                          CHANGED-COUNT
                          FIRST-ONLY-COUNT
                          SECOND-ONLY-COUNT
                          FIELD-DIFF-COUNT.
           MOVE "MSTCMP01" TO REPORT-ID.
           MOVE ZERO TO REPORT-COMPANY.
           MOVE SPACE TO REPORT-TITLE.
           STRING MASTER-NAME DELIMITED BY SPACE
                  " FILE COMPARE" DELIMITED BY SIZE
             INTO REPORT-TITLE.
           PERFORM OPEN-THE-REPORT.
           MOVE SPACE TO PRINT-LINE.
           STRING "FIRST COPY:  " FIRST-FILE-NAME
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "SECOND COPY: " SECOND-FILE-NAME
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SPACE TO PRINT-LINE.
           STRING "    KEY  FIELD                  "
                  "FIRST COPY                      "
                  "SECOND COPY"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

       FINISH-THE-COMPARE.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE MATCHED-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "RECORDS MATCHED:         " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE CHANGED-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "RECORDS CHANGED:         " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE FIELD-DIFF-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "  FIELDS DIFFERING:      " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE FIRST-ONLY-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "ONLY IN THE FIRST COPY:  " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE SECOND-ONLY-COUNT TO COUNT-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING "ONLY IN THE SECOND COPY: " COUNT-FIELD
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           IF CHANGED-COUNT = ZEROES AND
              FIRST-ONLY-COUNT = ZEROES AND
              SECOND-ONLY-COUNT = ZEROES
               MOVE "THE TWO COPIES ARE IDENTICAL" TO PRINT-LINE
           ELSE
               MOVE "*** THE TWO COPIES DIFFER ***" TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           PERFORM CLOSE-THE-REPORT.

      *------------------------------------------
      * The match step, shared by both
      * masters: the lower key is a record only
      * in its copy; equal keys are compared
      * field by field.  MATCH-RESULT tells the
      * caller which copies to read next: 1 or
      * 2 for the copy the record was only in,
      * B for both.
      *------------------------------------------
       MATCH-THE-KEYS.
           MOVE "B" TO MATCH-RESULT.
           IF FIRST-KEY < SECOND-KEY
               MOVE "1" TO MATCH-RESULT
               ADD 1 TO FIRST-ONLY-COUNT
               MOVE FIRST-KEY TO KEY-FIELD
               MOVE SPACE TO PRINT-LINE
               STRING KEY-FIELD "  *** ONLY IN THE FIRST COPY"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE
           ELSE
           IF SECOND-KEY < FIRST-KEY
               MOVE "2" TO MATCH-RESULT
               ADD 1 TO SECOND-ONLY-COUNT
               MOVE SECOND-KEY TO KEY-FIELD
               MOVE SPACE TO PRINT-LINE
               STRING KEY-FIELD "  *** ONLY IN THE SECOND COPY"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-A-LINE
           ELSE
               PERFORM COMPARE-THE-RECORDS.

       COMPARE-THE-RECORDS.
           MOVE "N" TO RECORD-DIFFERS.
           IF FIRST-COMPARE-RECORD NOT = SECOND-COMPARE-RECORD
               PERFORM COMPARE-ONE-FIELD
                   VARYING CMP-INDEX FROM 1 BY 1
                   UNTIL CMP-INDEX > CMP-FIELD-COUNT.
           IF RECORD-DIFFERS = "Y"
               ADD 1 TO CHANGED-COUNT
           ELSE
               ADD 1 TO MATCHED-COUNT.

       COMPARE-ONE-FIELD.
           IF FIRST-COMPARE-RECORD (CMP-FIELD-START (CMP-INDEX):
                                    CMP-FIELD-LENGTH (CMP-INDEX))
              NOT =
              SECOND-COMPARE-RECORD (CMP-FIELD-START (CMP-INDEX):
                                     CMP-FIELD-LENGTH (CMP-INDEX))
               MOVE "Y" TO RECORD-DIFFERS
               ADD 1 TO FIELD-DIFF-COUNT
               MOVE FIRST-COMPARE-RECORD
                    (CMP-FIELD-START (CMP-INDEX):
                     CMP-FIELD-LENGTH (CMP-INDEX)) TO RAW-VALUE
               PERFORM SHOW-THE-VALUE
               MOVE VALUE-SHOWN TO FIRST-VALUE-SHOWN
               MOVE SECOND-COMPARE-RECORD
                    (CMP-FIELD-START (CMP-INDEX):
                     CMP-FIELD-LENGTH (CMP-INDEX)) TO RAW-VALUE
               PERFORM SHOW-THE-VALUE
               MOVE VALUE-SHOWN TO SECOND-VALUE-SHOWN
               PERFORM PRINT-FIELD-DIFFERENCE.

      *------------------------------------------
      * Text shows as it is; a number is
      * edited with its decimal places, unless
      * the bytes are not a number at all -
      * often the very thing being hunted -
      * in which case the raw bytes show.
      *------------------------------------------
       SHOW-THE-VALUE.
           MOVE RAW-VALUE TO VALUE-SHOWN.
           IF CMP-FIELD-NAME (CMP-INDEX) = "TAX-ID" OR
              CMP-FIELD-NAME (CMP-INDEX) = "BANK-ACCOUNT"
               MOVE RAW-VALUE TO MASK-SOURCE
               PERFORM MASK-LAST-FOUR
               MOVE MASK-RESULT TO VALUE-SHOWN.
           IF CMP-FIELD-TYPE (CMP-INDEX) NOT = "X"
               MOVE ALL "0" TO NUMBER-WORK-TEXT
               COMPUTE NUMBER-START =
                   19 - CMP-FIELD-LENGTH (CMP-INDEX)
               MOVE RAW-VALUE (1:CMP-FIELD-LENGTH (CMP-INDEX))
                 TO NUMBER-WORK-TEXT
                    (NUMBER-START:CMP-FIELD-LENGTH (CMP-INDEX))
               IF NUMBER-WORK IS NUMERIC
                   PERFORM EDIT-THE-NUMBER.

       EDIT-THE-NUMBER.
           IF CMP-FIELD-DECIMALS (CMP-INDEX) = 0
               MOVE NUMBER-WORK TO WHOLE-FIELD
               MOVE WHOLE-FIELD TO VALUE-SHOWN
           ELSE
           IF CMP-FIELD-DECIMALS (CMP-INDEX) = 2
               COMPUTE NUMBER-SCALED = NUMBER-WORK / 100
               MOVE NUMBER-SCALED TO CENTS-FIELD
               MOVE CENTS-FIELD TO VALUE-SHOWN
           ELSE
               COMPUTE NUMBER-SCALED = NUMBER-WORK / 10000
               MOVE NUMBER-SCALED TO RATE-FIELD
               MOVE RATE-FIELD TO VALUE-SHOWN.

       PRINT-FIELD-DIFFERENCE.
           MOVE FIRST-KEY TO KEY-FIELD.
           MOVE SPACE TO PRINT-LINE.
           STRING KEY-FIELD
                  "  " CMP-FIELD-NAME (CMP-INDEX)
                  " " FIRST-VALUE-SHOWN
                  "  " SECOND-VALUE-SHOWN
                  DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-A-LINE.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-FIRST-VOUCHER.
           MOVE "N" TO FIRST-AT-END.
           READ FIRST-VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO FIRST-AT-END.
           IF FIRST-AT-END = "Y"
               MOVE 9999999 TO FIRST-KEY
           ELSE
               MOVE FVC-VOUCHER-NUMBER TO FIRST-KEY
               MOVE FIRST-VOUCHER-RECORD TO FIRST-COMPARE-RECORD.

       READ-SECOND-VOUCHER.
           MOVE "N" TO SECOND-AT-END.
           READ SECOND-VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO SECOND-AT-END.
           IF SECOND-AT-END = "Y"
               MOVE 9999999 TO SECOND-KEY
           ELSE
               MOVE SVC-VOUCHER-NUMBER TO SECOND-KEY
               MOVE SECOND-VOUCHER-RECORD TO SECOND-COMPARE-RECORD.

       READ-FIRST-VENDOR.
           MOVE "N" TO FIRST-AT-END.
           READ FIRST-VENDOR-FILE NEXT RECORD
               AT END MOVE "Y" TO FIRST-AT-END.
           IF FIRST-AT-END = "Y"
               MOVE 9999999 TO FIRST-KEY
           ELSE
               MOVE FVN-VENDOR-NUMBER TO FIRST-KEY
               MOVE FIRST-VENDOR-RECORD TO FIRST-COMPARE-RECORD.

       READ-SECOND-VENDOR.
           MOVE "N" TO SECOND-AT-END.
           READ SECOND-VENDOR-FILE NEXT RECORD
               AT END MOVE "Y" TO SECOND-AT-END.
           IF SECOND-AT-END = "Y"
               MOVE 9999999 TO SECOND-KEY
           ELSE
               MOVE SVN-VENDOR-NUMBER TO SECOND-KEY
               MOVE SECOND-VENDOR-RECORD TO SECOND-COMPARE-RECORD.

           COPY "plprint.cbl".

           COPY "plmask.cbl".
