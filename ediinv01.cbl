       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDIINV01.
      *------------------------------------------
      * Inbound EDI invoice intake.  Reads the
      * X12 interchanges the VAN delivers, one
      * segment to a line, and turns every 810
      * invoice in them into a voucher through
      * the same edits VCHIMP01 applies to the
      * imaging import: the sender (ISA06) must
      * be an active trading partner, its
      * vendor on file and not on hold, the
      * invoice (BIG02) not already on file
      * for that vendor, the invoice date
      * (BIG01) not in a closed period, and
      * every distribution account on the
      * chart with any job on it open.  An
      * invoice naming a PO (BIG04) is matched
      * the way VCHMNT01 matches one - open,
      * same vendor, inside the PO's open
      * balance and the value received - with
      * the company tolerance applied; past
      * the tolerance it is rejected, there
      * being no supervisor at the keyboard to
      * override.
      *
      * GL coding comes from the matched PO's
      * own account (and job), else the
      * vendor's default GL template split,
      * else the partner's fallback expense
      * account; an invoice with none of the
      * three is rejected for coding.  Due
      * date is ITD07 net days from the
      * invoice date when the partner sends
      * one, otherwise the vendor's terms
      * through PLTERMS.
      *
      * Every transaction set, accepted or
      * rejected, is answered in a 997
      * functional acknowledgment - one 997
      * interchange per interchange received,
      * its control number drawn from the
      * company control record - and every
      * interchange is logged by sender and
      * ISA13 control number.  An interchange
      * already on the log is a resend: it is
      * listed on the register and skipped,
      * with no voucher and no second 997.
      *------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "sledi810.cbl".

           COPY "sledi997.cbl".

           COPY "sltrdptr.cbl".

           COPY "sledilog.cbl".

           COPY "slvnd02.cbl".

           COPY "slvouch.cbl".

           COPY "slvjrnl.cbl".

           COPY "slcontrl.cbl".

           COPY "slskpvch.cbl".

           COPY "slglacct.cbl".

           COPY "slastadd.cbl".

           COPY "slglpost.cbl".

           COPY "slperiod.cbl".

           COPY "slinvxrf.cbl".

           COPY "slstate.cbl".

           COPY "sltaxmtx.cbl".

           COPY "sljobmst.cbl".

           COPY "slpurord.cbl".

           COPY "slpoline.cbl".

           COPY "slrcpt.cbl".

           COPY "slgltmpl.cbl".

       DATA DIVISION.
       FILE SECTION.

           COPY "fdedi810.cbl".

           COPY "fdedi997.cbl".

           COPY "fdtrdptr.cbl".

           COPY "fdedilog.cbl".

           COPY "fdvnd04.cbl".

           COPY "fdvouch.cbl".

           COPY "fdvjrnl.cbl".

           COPY "fdcontrl.cbl".

           COPY "fdskpvch.cbl".

           COPY "fdglacct.cbl".

           COPY "fdastadd.cbl".

           COPY "fdglpost.cbl".

           COPY "fdperiod.cbl".

           COPY "fdinvxrf.cbl".

           COPY "fdstate.cbl".

           COPY "fdtaxmtx.cbl".

           COPY "fdjobmst.cbl".

           COPY "fdpurord.cbl".

           COPY "fdpoline.cbl".

           COPY "fdrcpt.cbl".

           COPY "fdgltmpl.cbl".

       WORKING-STORAGE SECTION.

       77  INBOUND-AT-END              PIC X(01).
       77  VENDOR-RECORD-FOUND         PIC X(01).
       77  CONTROL-RECORD-FOUND        PIC X(01).
       77  GL-ACCOUNT-FOUND            PIC X(01).
       77  PERIOD-RECORD-FOUND         PIC X(01).
       77  DUPLICATE-INVOICE-FOUND     PIC X(01).
       77  XREF-RECORD-FOUND           PIC X(01).
       77  JOB-RECORD-FOUND            PIC X(01).
       77  PARTNER-RECORD-FOUND        PIC X(01).
       77  LOG-RECORD-FOUND            PIC X(01).
       77  PO-RECORD-FOUND             PIC X(01).
       77  LINE-RECORD-FOUND           PIC X(01).
       77  RECEIPT-SCAN-AT-END         PIC X(01).
       77  TEMPLATE-RECORD-FOUND       PIC X(01).

       77  RUN-DATE                    PIC 9(08).
       77  RUN-TIME                    PIC 9(08).
       77  COMPANY-CODE                PIC 9(01).

       77  INVOICE-IS-CLEAN            PIC X(01).
       77  REJECT-REASON               PIC X(50).

       77  GL-INDEX                    PIC 9(01).
       77  ACCRUAL-SIGN                PIC S9(01).
       77  STATE-RECORD-FOUND          PIC X(01).
       77  TMX-RECORD-FOUND            PIC X(01).
       77  TAX-STATE-CODE              PIC X(02).
       77  TAXABLE-BASE-AMOUNT         PIC S9(7)V99.
       77  USE-TAX-AMOUNT              PIC S9(6)V99.
       77  GL-DISTRIBUTION-TOTAL       PIC S9(6)V99.

       77  PO-OPEN-BALANCE             PIC S9(6)V99.
       77  PO-HAS-LINES                PIC X(01).
       77  PO-RECEIVED-VALUE           PIC S9(7)V99.
       77  PO-MATCHABLE-VALUE          PIC S9(7)V99.
       77  VARIANCE-IN-TOLERANCE       PIC X(01).
       77  TOL-VARIANCE                PIC S9(6)V99.
       77  TOL-BASE-AMOUNT             PIC S9(7)V99.
       77  TOL-PCT-LIMIT               PIC S9(6)V99.
       77  PO-TOLERANCE-VARIANCE       PIC S9(6)V99.

      *    Where the interchange, group and set
      *    stand as the segments go by.
       77  IN-INTERCHANGE              PIC X(01).
       77  INTERCHANGE-IS-LIVE         PIC X(01).
       77  IN-GROUP                    PIC X(01).
       77  IN-SET                      PIC X(01).

       77  PARTNER-KEY                 PIC X(15).
       77  PARTNER-VENDOR              PIC 9(05).
       77  PARTNER-GL-ACCOUNT          PIC 9(06).
       77  PARTNER-REJECT-REASON       PIC X(50).

       77  ACK-CONTROL-NUMBER          PIC 9(09).
       77  ACK-GROUP-COUNT             PIC 9(04).
       77  ACK-SET-SEGMENT-COUNT       PIC 9(06).
       77  ACK-SEGMENT                 PIC X(120).
       77  GROUP-ACK-CODE              PIC X(01).
       77  SET-ACK-CODE                PIC X(01).

       77  GROUP-SET-COUNT             PIC 9(05).
       77  GROUP-ACCEPTED-COUNT        PIC 9(05).
       77  GROUP-REJECTED-COUNT        PIC 9(05).
       77  INTERCHANGE-SET-COUNT       PIC 9(05).
       77  INTERCHANGE-ACCEPTED-COUNT  PIC 9(05).
       77  INTERCHANGE-REJECTED-COUNT  PIC 9(05).

       77  SET-ID-CODE                 PIC X(03).
       77  SET-CONTROL                 PIC X(09).
       77  SET-SEGMENT-COUNT           PIC 9(06).

       77  INTERCHANGE-COUNT           PIC 9(05) VALUE ZERO.
       77  RESEND-COUNT                PIC 9(05) VALUE ZERO.
       77  SKIPPED-COUNT               PIC 9(05) VALUE ZERO.
       77  ACCEPTED-COUNT              PIC 9(05) VALUE ZERO.
       77  REJECTED-COUNT              PIC 9(05) VALUE ZERO.
       77  ACCEPTED-TOTAL              PIC S9(09)V99 VALUE ZERO.

       77  VOUCHER-NUMBER-FIELD        PIC Z(7).
       77  AMOUNT-FIELD                PIC ZZZ,ZZZ,ZZ9.99-.

      *    One segment, split at the "*" element
      *    separators.
       01  SEGMENT-WORK-AREA.
           05 SEG-ID                   PIC X(03).
           05 SEG-ELEMENT              PIC X(80) OCCURS 20 TIMES.
       77  SEG-POINTER                 PIC 9(03).
       77  ELEMENT-INDEX               PIC 9(02).

      *    The envelope values the 997 echoes
      *    back and the log is keyed on.
       01  ISA-SAVE-AREA.
           05 ISA-SENDER-QUAL          PIC X(02).
           05 ISA-SENDER-ID            PIC X(15).
           05 ISA-RECEIVER-QUAL        PIC X(02).
           05 ISA-RECEIVER-ID          PIC X(15).
           05 ISA-DATE                 PIC X(06).
           05 ISA-STANDARDS-ID         PIC X(01).
           05 ISA-VERSION              PIC X(05).
           05 ISA-CONTROL-TEXT         PIC X(09).
           05 ISA-CONTROL-NUMBER REDEFINES ISA-CONTROL-TEXT
                                       PIC 9(09).
           05 ISA-USAGE                PIC X(01).
           05 ISA-SUBELEMENT-SEP       PIC X(01).

       01  GS-SAVE-AREA.
           05 GS-FUNCTION-ID           PIC X(02).
           05 GS-SENDER-APP            PIC X(15).
           05 GS-RECEIVER-APP          PIC X(15).
           05 GS-CONTROL-TEXT          PIC X(09).
           05 GS-VERSION               PIC X(12).

      *    The invoice as the 810 segments give
      *    it, text first, then as edited.
       01  EDI-INVOICE-AREA.
           05 EDI-DATE-TEXT            PIC X(08).
           05 EDI-INVOICE-TEXT         PIC X(30).
           05 EDI-PO-TEXT              PIC X(18).
           05 EDI-NET-DAYS-TEXT        PIC X(18).
           05 EDI-AMOUNT-TEXT          PIC X(18).
           05 EDI-TAX-IS-BAD           PIC X(01).
           05 EDI-TAX-TOTAL            PIC S9(11)V99.
           05 EDI-FOR                  PIC X(30).
           05 EDI-INVOICE              PIC X(15).
           05 EDI-INVOICE-DATE         PIC 9(08).
           05 EDI-DUE                  PIC 9(08).
           05 EDI-PO-NUMBER            PIC 9(06).
           05 EDI-AMOUNT               PIC S9(6)V99.
           05 EDI-TAX-AMOUNT           PIC S9(6)V99.
           05 EDI-NET-DAYS             PIC 9(03).
           05 EDI-GL-COUNT             PIC 9(01).
           05 EDI-GL-LINE              OCCURS 5 TIMES.
              10 EDI-GL-ACCOUNT        PIC 9(06).
              10 EDI-GL-AMOUNT         PIC S9(6)V99.
              10 EDI-GL-JOB            PIC 9(06).

      *    X12 numbers come as text - an optional
      *    leading minus, digits, and an
      *    optional decimal point; N2 elements
      *    carry two implied decimals when no
      *    point is sent.
       77  NUM-TEXT                    PIC X(18).
       77  NUM-IMPLIED-DECIMALS        PIC 9(01).
       77  NUM-VALUE                   PIC S9(11)V99.
       77  NUM-IS-BAD                  PIC X(01).
       77  NUM-POINT-SEEN              PIC X(01).
       77  NUM-NEGATIVE                PIC X(01).
       77  NUM-WHOLE                   PIC 9(13).
       77  NUM-DECIMALS                PIC 9(01).
       77  NUM-INDEX                   PIC 9(02).
       01  NUM-CHAR-AREA.
           05 NUM-CHAR                 PIC X(01).
           05 NUM-DIGIT REDEFINES NUM-CHAR
                                       PIC 9(01).

           COPY "wscase01.cbl".

           COPY "wscompny.cbl".

           COPY "wsvjrnl.cbl".

           COPY "wsastadd.cbl".

           COPY "wsvfam.cbl".

           COPY "wsterms.cbl".

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
           ACCEPT RUN-TIME FROM TIME.
           OPEN INPUT EDI-INBOUND-FILE.
           OPEN OUTPUT EDI-ACK-FILE.
           OPEN INPUT TRADING-PARTNER-FILE.
           OPEN I-O EDI-INTERCHANGE-LOG-FILE.
           OPEN I-O VOUCHER-FILE.
           OPEN EXTEND VOUCHER-JOURNAL-FILE.
           MOVE "EDIINV01" TO JRN-PROGRAM.
           OPEN INPUT VENDOR-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN EXTEND SKIPPED-VOUCHER-FILE.
           OPEN INPUT GL-ACCOUNT-FILE.
           OPEN I-O ASSET-ADDITION-FILE.
           MOVE "EDIINV01" TO AST-PROGRAM.
           OPEN EXTEND GL-POST-FILE.
           OPEN INPUT ACCT-PERIOD-FILE.
           OPEN I-O INVOICE-XREF-FILE.
           OPEN INPUT STATE-FILE.
           OPEN INPUT TAXABILITY-MATRIX-FILE.
           OPEN INPUT JOB-FILE.
           OPEN I-O PURCHASE-ORDER-FILE.
           OPEN INPUT PO-LINE-FILE.
           OPEN INPUT RECEIPT-FILE.
           OPEN INPUT GL-TEMPLATE-FILE.
           MOVE "N" TO IN-INTERCHANGE
                       INTERCHANGE-IS-LIVE
                       IN-GROUP
                       IN-SET.
           PERFORM SET-COMPANY-CODE.
           PERFORM DISPLAY-REGISTER-HEADING.

       CLOSING-PROCEDURE.
           PERFORM DISPLAY-REGISTER-TOTALS.
           CLOSE EDI-INBOUND-FILE.
           CLOSE EDI-ACK-FILE.
           CLOSE TRADING-PARTNER-FILE.
           CLOSE EDI-INTERCHANGE-LOG-FILE.
           CLOSE VOUCHER-FILE.
           CLOSE VOUCHER-JOURNAL-FILE.
           CLOSE VENDOR-FILE.
           CLOSE CONTROL-FILE.
           CLOSE SKIPPED-VOUCHER-FILE.
           CLOSE GL-ACCOUNT-FILE.
           CLOSE ASSET-ADDITION-FILE.
           CLOSE GL-POST-FILE.
           CLOSE ACCT-PERIOD-FILE.
           CLOSE INVOICE-XREF-FILE.
           CLOSE STATE-FILE.
           CLOSE TAXABILITY-MATRIX-FILE.
           CLOSE JOB-FILE.
           CLOSE PURCHASE-ORDER-FILE.
           CLOSE PO-LINE-FILE.
           CLOSE RECEIPT-FILE.
           CLOSE GL-TEMPLATE-FILE.

      *------------------------------------------
      * Which company's books?  The company
      * APMAIN01 signed on carries through;
      * a standalone run asks.
      *------------------------------------------
       SET-COMPANY-CODE.
           IF SIGNED-ON-COMPANY NOT = ZERO
               MOVE SIGNED-ON-COMPANY TO COMPANY-CODE
           ELSE
               DISPLAY "ENTER COMPANY NUMBER (1-9)"
               ACCEPT COMPANY-CODE
               IF COMPANY-CODE = ZERO
                   MOVE 1 TO COMPANY-CODE.

       MAIN-PROCESS.
           PERFORM READ-NEXT-INBOUND-RECORD.
           PERFORM PROCESS-INBOUND-RECORDS
               UNTIL INBOUND-AT-END = "Y".
           IF IN-INTERCHANGE = "Y"
               DISPLAY "*** LAST INTERCHANGE HAS NO IEA TRAILER - "
                       "CLOSED AT END OF FILE"
               PERFORM END-INTERCHANGE.

       PROCESS-INBOUND-RECORDS.
           IF EDI-INBOUND-RECORD NOT = SPACE
               PERFORM PROCESS-ONE-SEGMENT.
           PERFORM READ-NEXT-INBOUND-RECORD.

      *------------------------------------------
      * The envelope segments steer; anything
      * else matters only inside a live
      * interchange.  A resent interchange is
      * not live, so its segments fall through
      * to the IEA untouched.
      *------------------------------------------
       PROCESS-ONE-SEGMENT.
           PERFORM SPLIT-THE-SEGMENT.
           IF SEG-ID = "ISA"
               PERFORM START-INTERCHANGE
           ELSE
           IF SEG-ID = "IEA"
               PERFORM END-INTERCHANGE
           ELSE
           IF INTERCHANGE-IS-LIVE = "Y"
               PERFORM PROCESS-INTERCHANGE-SEGMENT.

       PROCESS-INTERCHANGE-SEGMENT.
           IF SEG-ID = "GS"
               PERFORM START-GROUP
           ELSE
           IF SEG-ID = "GE"
               PERFORM END-GROUP
           ELSE
           IF SEG-ID = "ST"
               PERFORM START-TRANSACTION-SET
           ELSE
           IF SEG-ID = "SE"
               PERFORM END-TRANSACTION-SET
           ELSE
           IF IN-SET = "Y"
               PERFORM TAKE-SET-SEGMENT.

       SPLIT-THE-SEGMENT.
           MOVE SPACE TO SEGMENT-WORK-AREA.
           MOVE 1 TO SEG-POINTER.
           UNSTRING EDI-INBOUND-RECORD
               DELIMITED BY "*" OR "~"
               INTO SEG-ID
               WITH POINTER SEG-POINTER.
           PERFORM SPLIT-ONE-ELEMENT
               VARYING ELEMENT-INDEX FROM 1 BY 1
               UNTIL ELEMENT-INDEX > 20 OR
                     SEG-POINTER > 256.

       SPLIT-ONE-ELEMENT.
           UNSTRING EDI-INBOUND-RECORD
               DELIMITED BY "*" OR "~"
               INTO SEG-ELEMENT (ELEMENT-INDEX)
               WITH POINTER SEG-POINTER.

      *------------------------------------------
      * ISA - a new interchange.  One already
      * on the log (same sender, same ISA13)
      * is a resend and is skipped whole; a
      * control number that is not nine
      * digits cannot be logged or answered
      * and is skipped the same way.
      *------------------------------------------
       START-INTERCHANGE.
           IF IN-INTERCHANGE = "Y"
               DISPLAY "*** INTERCHANGE " ISA-CONTROL-TEXT
                       " HAS NO IEA TRAILER - CLOSED"
               PERFORM END-INTERCHANGE.
           ADD 1 TO INTERCHANGE-COUNT.
           MOVE "Y" TO IN-INTERCHANGE.
           MOVE "N" TO INTERCHANGE-IS-LIVE
                       IN-GROUP
                       IN-SET.
           MOVE ZEROES TO INTERCHANGE-SET-COUNT
                          INTERCHANGE-ACCEPTED-COUNT
                          INTERCHANGE-REJECTED-COUNT
                          ACK-GROUP-COUNT.
           MOVE SEG-ELEMENT (5)  TO ISA-SENDER-QUAL.
           MOVE SEG-ELEMENT (6)  TO ISA-SENDER-ID.
           MOVE SEG-ELEMENT (7)  TO ISA-RECEIVER-QUAL.
           MOVE SEG-ELEMENT (8)  TO ISA-RECEIVER-ID.
           MOVE SEG-ELEMENT (9)  TO ISA-DATE.
           MOVE SEG-ELEMENT (11) TO ISA-STANDARDS-ID.
           MOVE SEG-ELEMENT (12) TO ISA-VERSION.
           MOVE SEG-ELEMENT (13) TO ISA-CONTROL-TEXT.
           MOVE SEG-ELEMENT (15) TO ISA-USAGE.
           MOVE SEG-ELEMENT (16) TO ISA-SUBELEMENT-SEP.
           MOVE ISA-SENDER-ID TO PARTNER-KEY.
           INSPECT PARTNER-KEY
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.
           DISPLAY " ".
           DISPLAY "INTERCHANGE " ISA-CONTROL-TEXT
                   "  FROM " PARTNER-KEY
                   "  DATED " ISA-DATE.
           IF ISA-CONTROL-TEXT NOT NUMERIC
               ADD 1 TO SKIPPED-COUNT
               DISPLAY "*** ISA13 CONTROL NUMBER IS NOT NUMERIC - "
                       "SKIPPED, NO 997 SENT"
           ELSE
               PERFORM CHECK-INTERCHANGE-LOG
               IF LOG-RECORD-FOUND = "Y"
                   ADD 1 TO RESEND-COUNT
                   DISPLAY "*** RESENT INTERCHANGE - FIRST RECEIVED "
                           ILG-RECEIVED-DATE
                           ", 997 " ILG-ACK-CONTROL
                           " - SKIPPED"
               ELSE
                   PERFORM OPEN-LIVE-INTERCHANGE.

       CHECK-INTERCHANGE-LOG.
           MOVE PARTNER-KEY        TO ILG-PARTNER-ID.
           MOVE ISA-CONTROL-NUMBER TO ILG-CONTROL-NUMBER.
           MOVE "Y" TO LOG-RECORD-FOUND.
           READ EDI-INTERCHANGE-LOG-FILE RECORD
               INVALID KEY
                  MOVE "N" TO LOG-RECORD-FOUND.

       OPEN-LIVE-INTERCHANGE.
           MOVE "Y" TO INTERCHANGE-IS-LIVE.
           PERFORM LOOK-UP-TRADING-PARTNER.
           PERFORM ASSIGN-ACK-CONTROL-NUMBER.
           PERFORM WRITE-ACK-ISA.

      *------------------------------------------
      * An unknown or inactive sender still
      * gets its 997 - every set in the
      * interchange is rejected with the
      * reason, so the partner hears why.
      *------------------------------------------
       LOOK-UP-TRADING-PARTNER.
           MOVE SPACE  TO PARTNER-REJECT-REASON.
           MOVE ZEROES TO PARTNER-VENDOR
                          PARTNER-GL-ACCOUNT.
           MOVE PARTNER-KEY TO TPT-PARTNER-ID.
           MOVE "Y" TO PARTNER-RECORD-FOUND.
           READ TRADING-PARTNER-FILE RECORD
               INVALID KEY
                  MOVE "N" TO PARTNER-RECORD-FOUND.
           IF PARTNER-RECORD-FOUND = "N"
               MOVE "TRADING PARTNER NOT ON FILE"
                 TO PARTNER-REJECT-REASON
           ELSE
           IF TPT-STATUS NOT = "A"
               MOVE "TRADING PARTNER IS INACTIVE"
                 TO PARTNER-REJECT-REASON
           ELSE
               MOVE TPT-VENDOR     TO PARTNER-VENDOR
               MOVE TPT-GL-ACCOUNT TO PARTNER-GL-ACCOUNT.
           IF PARTNER-REJECT-REASON NOT = SPACE
               DISPLAY "*** " PARTNER-REJECT-REASON
                       " - EVERY INVOICE WILL BE REJECTED".

       ASSIGN-ACK-CONTROL-NUMBER.
           PERFORM READ-CONTROL-RECORD.
           ADD 1 TO CONTROL-LAST-EDI-CONTROL.
           MOVE CONTROL-LAST-EDI-CONTROL TO ACK-CONTROL-NUMBER.
           PERFORM REWRITE-CONTROL-RECORD.

      *------------------------------------------
      * IEA - close out whatever the sender
      * left open, finish the 997, and log
      * the interchange so a resend is caught.
      *------------------------------------------
       END-INTERCHANGE.
           IF IN-INTERCHANGE = "Y"
               IF INTERCHANGE-IS-LIVE = "Y"
                   PERFORM CLOSE-LIVE-INTERCHANGE
               END-IF
               MOVE "N" TO IN-INTERCHANGE
                           INTERCHANGE-IS-LIVE
           END-IF.

       CLOSE-LIVE-INTERCHANGE.
           IF IN-SET = "Y"
               PERFORM REJECT-SET-NO-TRAILER.
           IF IN-GROUP = "Y"
               PERFORM FINISH-ACK-GROUP.
           PERFORM WRITE-ACK-IEA.
           PERFORM WRITE-INTERCHANGE-LOG.
           DISPLAY "997 INTERCHANGE " ACK-CONTROL-NUMBER
                   " SENT - SETS " INTERCHANGE-SET-COUNT
                   "  ACCEPTED " INTERCHANGE-ACCEPTED-COUNT
                   "  REJECTED " INTERCHANGE-REJECTED-COUNT.

       WRITE-INTERCHANGE-LOG.
           MOVE PARTNER-KEY                TO ILG-PARTNER-ID.
           MOVE ISA-CONTROL-NUMBER         TO ILG-CONTROL-NUMBER.
           MOVE ISA-DATE                   TO ILG-INTERCHANGE-DATE.
           MOVE RUN-DATE                   TO ILG-RECEIVED-DATE.
           MOVE INTERCHANGE-SET-COUNT      TO ILG-SET-COUNT.
           MOVE INTERCHANGE-ACCEPTED-COUNT TO ILG-ACCEPTED-COUNT.
           MOVE INTERCHANGE-REJECTED-COUNT TO ILG-REJECTED-COUNT.
           MOVE ACK-CONTROL-NUMBER         TO ILG-ACK-CONTROL.
           WRITE EDI-INTERCHANGE-LOG-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING INTERCHANGE LOG RECORD".

      *------------------------------------------
      * GS / GE - each functional group gets
      * its own 997 set inside the reply
      * interchange.
      *------------------------------------------
       START-GROUP.
           IF IN-SET = "Y"
               PERFORM REJECT-SET-NO-TRAILER.
           IF IN-GROUP = "Y"
               PERFORM FINISH-ACK-GROUP.
           MOVE "Y" TO IN-GROUP.
           MOVE SEG-ELEMENT (1) TO GS-FUNCTION-ID.
           MOVE SEG-ELEMENT (2) TO GS-SENDER-APP.
           MOVE SEG-ELEMENT (3) TO GS-RECEIVER-APP.
           MOVE SEG-ELEMENT (6) TO GS-CONTROL-TEXT.
           MOVE SEG-ELEMENT (8) TO GS-VERSION.
           MOVE ZEROES TO GROUP-SET-COUNT
                          GROUP-ACCEPTED-COUNT
                          GROUP-REJECTED-COUNT.
           ADD 1 TO ACK-GROUP-COUNT.
           PERFORM WRITE-ACK-GS.
           PERFORM WRITE-ACK-ST.
           PERFORM WRITE-ACK-AK1.

       END-GROUP.
           IF IN-SET = "Y"
               PERFORM REJECT-SET-NO-TRAILER.
           IF IN-GROUP = "Y"
               PERFORM FINISH-ACK-GROUP.

       FINISH-ACK-GROUP.
           IF GROUP-REJECTED-COUNT = ZEROES
               MOVE "A" TO GROUP-ACK-CODE
           ELSE
           IF GROUP-ACCEPTED-COUNT = ZEROES
               MOVE "R" TO GROUP-ACK-CODE
           ELSE
               MOVE "P" TO GROUP-ACK-CODE.
           PERFORM WRITE-ACK-AK9.
           PERFORM WRITE-ACK-SE.
           PERFORM WRITE-ACK-GE.
           MOVE "N" TO IN-GROUP.

      *------------------------------------------
      * ST / SE - one transaction set.  Only
      * an 810 is vouchered; anything else is
      * acknowledged as not supported.  An SE
      * count that disagrees with the segments
      * actually received means the set came
      * through damaged, and it is rejected
      * without being edited.
      *------------------------------------------
       START-TRANSACTION-SET.
           IF IN-SET = "Y"
               PERFORM REJECT-SET-NO-TRAILER.
           IF IN-GROUP = "N"
               DISPLAY "*** ST OUTSIDE A FUNCTIONAL GROUP - "
                       "SET IGNORED"
           ELSE
               MOVE "Y" TO IN-SET
               ADD 1 TO GROUP-SET-COUNT
                        INTERCHANGE-SET-COUNT
               MOVE SEG-ELEMENT (1) TO SET-ID-CODE
               MOVE SEG-ELEMENT (2) TO SET-CONTROL
               MOVE 1 TO SET-SEGMENT-COUNT
               PERFORM INIT-EDI-INVOICE.

       INIT-EDI-INVOICE.
           MOVE SPACE TO EDI-DATE-TEXT
                         EDI-INVOICE-TEXT
                         EDI-PO-TEXT
                         EDI-NET-DAYS-TEXT
                         EDI-AMOUNT-TEXT
                         EDI-FOR
                         EDI-INVOICE.
           MOVE "N" TO EDI-TAX-IS-BAD.
           MOVE ZEROES TO EDI-TAX-TOTAL
                          EDI-INVOICE-DATE
                          EDI-DUE
                          EDI-PO-NUMBER
                          EDI-AMOUNT
                          EDI-TAX-AMOUNT
                          EDI-NET-DAYS
                          EDI-GL-COUNT.
           PERFORM CLEAR-ONE-EDI-GL-LINE
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > 5.

       CLEAR-ONE-EDI-GL-LINE.
           MOVE ZEROES TO EDI-GL-ACCOUNT (GL-INDEX)
                          EDI-GL-AMOUNT (GL-INDEX)
                          EDI-GL-JOB (GL-INDEX).

      *------------------------------------------
      * The 810 segments the voucher is built
      * from.  The first PID description and
      * the first ITD net-days figure win;
      * every TXI tax amount adds in.
      *------------------------------------------
       TAKE-SET-SEGMENT.
           ADD 1 TO SET-SEGMENT-COUNT.
           IF SET-ID-CODE = "810"
               IF SEG-ID = "BIG"
                   PERFORM TAKE-BIG-SEGMENT
               ELSE
               IF SEG-ID = "ITD"
                   PERFORM TAKE-ITD-SEGMENT
               ELSE
               IF SEG-ID = "PID"
                   PERFORM TAKE-PID-SEGMENT
               ELSE
               IF SEG-ID = "TDS"
                   MOVE SEG-ELEMENT (1) TO EDI-AMOUNT-TEXT
               ELSE
               IF SEG-ID = "TXI"
                   PERFORM TAKE-TXI-SEGMENT.

       TAKE-BIG-SEGMENT.
           MOVE SEG-ELEMENT (1) TO EDI-DATE-TEXT.
           MOVE SEG-ELEMENT (2) TO EDI-INVOICE-TEXT.
           MOVE SEG-ELEMENT (4) TO EDI-PO-TEXT.

       TAKE-ITD-SEGMENT.
           IF EDI-NET-DAYS-TEXT = SPACE
               MOVE SEG-ELEMENT (7) TO EDI-NET-DAYS-TEXT.

       TAKE-PID-SEGMENT.
           IF EDI-FOR = SPACE
               MOVE SEG-ELEMENT (5) TO EDI-FOR.

       TAKE-TXI-SEGMENT.
           MOVE SEG-ELEMENT (2) TO NUM-TEXT.
           MOVE ZERO TO NUM-IMPLIED-DECIMALS.
           PERFORM PARSE-EDI-NUMBER.
           IF NUM-IS-BAD = "Y"
               MOVE "Y" TO EDI-TAX-IS-BAD
           ELSE
               ADD NUM-VALUE TO EDI-TAX-TOTAL.

       END-TRANSACTION-SET.
           IF IN-SET = "Y"
               ADD 1 TO SET-SEGMENT-COUNT
               MOVE SEG-ELEMENT (1) TO NUM-TEXT
               MOVE ZERO TO NUM-IMPLIED-DECIMALS
               PERFORM PARSE-EDI-NUMBER
               PERFORM JUDGE-TRANSACTION-SET
               MOVE "N" TO IN-SET
           END-IF.

       JUDGE-TRANSACTION-SET.
           IF SET-ID-CODE NOT = "810"
               MOVE "1" TO SET-ACK-CODE
               MOVE "TRANSACTION SET TYPE NOT SUPPORTED"
                 TO REJECT-REASON
               PERFORM REJECT-TRANSACTION-SET
           ELSE
           IF NUM-IS-BAD = "Y" OR
              NUM-VALUE NOT = SET-SEGMENT-COUNT
               MOVE "4" TO SET-ACK-CODE
               MOVE "SE SEGMENT COUNT DOES NOT MATCH THE SET"
                 TO REJECT-REASON
               PERFORM REJECT-TRANSACTION-SET
           ELSE
               PERFORM EDIT-THE-EDI-INVOICE
               IF INVOICE-IS-CLEAN = "Y"
                   PERFORM ACCEPT-THE-EDI-INVOICE
               ELSE
                   MOVE "5" TO SET-ACK-CODE
                   PERFORM REJECT-TRANSACTION-SET.

       REJECT-SET-NO-TRAILER.
           MOVE "2" TO SET-ACK-CODE.
           MOVE "TRANSACTION SET HAS NO SE TRAILER"
             TO REJECT-REASON.
           PERFORM REJECT-TRANSACTION-SET.
           MOVE "N" TO IN-SET.

       REJECT-TRANSACTION-SET.
           ADD 1 TO GROUP-REJECTED-COUNT
                    INTERCHANGE-REJECTED-COUNT
                    REJECTED-COUNT.
           PERFORM WRITE-ACK-AK2.
           PERFORM WRITE-ACK-AK5-REJECTED.
           PERFORM DISPLAY-REJECT-LINE.

      *------------------------------------------
      * The VCHIMP01 edit set, in the same
      * order, plus the PO match and the
      * coding the 810 itself does not carry.
      *------------------------------------------
       EDIT-THE-EDI-INVOICE.
           MOVE "Y"   TO INVOICE-IS-CLEAN.
           MOVE SPACE TO REJECT-REASON.
           MOVE ZEROES TO PO-TOLERANCE-VARIANCE.
           IF PARTNER-REJECT-REASON NOT = SPACE
               MOVE "N" TO INVOICE-IS-CLEAN
               MOVE PARTNER-REJECT-REASON TO REJECT-REASON.
           IF INVOICE-IS-CLEAN = "Y"
               PERFORM EDIT-EDI-VENDOR.
           IF INVOICE-IS-CLEAN = "Y"
               PERFORM EDIT-EDI-INVOICE.
           IF INVOICE-IS-CLEAN = "Y"
               PERFORM EDIT-EDI-AMOUNT.
           IF INVOICE-IS-CLEAN = "Y"
               PERFORM EDIT-EDI-DATES.
           IF INVOICE-IS-CLEAN = "Y"
               PERFORM EDIT-EDI-PERIOD.
           IF INVOICE-IS-CLEAN = "Y"
               PERFORM EDIT-EDI-PO.
           IF INVOICE-IS-CLEAN = "Y"
               PERFORM CODE-EDI-DISTRIBUTION.
           IF INVOICE-IS-CLEAN = "Y"
               PERFORM EDIT-EDI-DISTRIBUTION.

       EDIT-EDI-VENDOR.
           MOVE PARTNER-VENDOR TO VENDOR-NUMBER.
           PERFORM READ-VENDOR-RECORD.
           IF VENDOR-RECORD-FOUND = "N"
               MOVE "N" TO INVOICE-IS-CLEAN
               MOVE "PARTNER'S VENDOR NOT ON FILE" TO REJECT-REASON
           ELSE
           IF VENDOR-STATUS = "H"
               MOVE "N" TO INVOICE-IS-CLEAN
               MOVE "VENDOR IS ON HOLD" TO REJECT-REASON.

       EDIT-EDI-INVOICE.
           IF EDI-INVOICE-TEXT = SPACE
               MOVE "N" TO INVOICE-IS-CLEAN
               MOVE "INVOICE NUMBER MISSING (BIG02)" TO REJECT-REASON
           ELSE
           IF EDI-INVOICE-TEXT (16:15) NOT = SPACE
               MOVE "N" TO INVOICE-IS-CLEAN
               MOVE "INVOICE NUMBER LONGER THAN 15 CHARACTERS"
                 TO REJECT-REASON
           ELSE
               MOVE EDI-INVOICE-TEXT TO EDI-INVOICE
               INSPECT EDI-INVOICE
                   CONVERTING LOWER-ALPHA
                   TO         UPPER-ALPHA
               PERFORM CHECK-DUPLICATE-INVOICE
               IF DUPLICATE-INVOICE-FOUND = "Y"
                   MOVE "N" TO INVOICE-IS-CLEAN
                   MOVE "INVOICE ALREADY ON FILE FOR THIS VENDOR"
                     TO REJECT-REASON
               ELSE
               IF FAM-DUP-FOUND = "Y"
                   MOVE "N" TO INVOICE-IS-CLEAN
                   STRING "INVOICE ON FILE UNDER RELATED VENDOR "
                          FAM-DUP-VENDOR
                          DELIMITED BY SIZE
                          INTO REJECT-REASON.

      *------------------------------------------
      * One keyed read against the invoice
      * cross-reference - the same edit
      * VCHMNT01's ADD mode makes, covering
      * live and archived vouchers alike.  A
      * vendor with a parent or branches is
      * then checked across the family; with
      * no clerk to ask, a related-vendor hit
      * is rejected for review like any other
      * duplicate.
      *------------------------------------------
       CHECK-DUPLICATE-INVOICE.
           MOVE "N" TO DUPLICATE-INVOICE-FOUND.
           MOVE "N" TO FAM-DUP-FOUND.
           MOVE PARTNER-VENDOR TO XRF-VENDOR.
           MOVE EDI-INVOICE    TO XRF-INVOICE.
           MOVE "Y" TO XREF-RECORD-FOUND.
           READ INVOICE-XREF-FILE RECORD
               INVALID KEY
                  MOVE "N" TO XREF-RECORD-FOUND.
           IF XREF-RECORD-FOUND = "Y"
               MOVE "Y" TO DUPLICATE-INVOICE-FOUND
           ELSE
               MOVE PARTNER-VENDOR TO FAM-VENDOR
               MOVE EDI-INVOICE TO FAM-INVOICE
               PERFORM CHECK-FAMILY-INVOICE.

      *------------------------------------------
      * TDS01 is the invoice total, tax
      * included; TXI02 is the tax inside it.
      *------------------------------------------
       EDIT-EDI-AMOUNT.
           MOVE EDI-AMOUNT-TEXT TO NUM-TEXT.
           MOVE 2 TO NUM-IMPLIED-DECIMALS.
           PERFORM PARSE-EDI-NUMBER.
           IF EDI-AMOUNT-TEXT = SPACE
               MOVE "N" TO INVOICE-IS-CLEAN
               MOVE "INVOICE TOTAL MISSING (TDS01)" TO REJECT-REASON
           ELSE
           IF NUM-IS-BAD = "Y"
               MOVE "N" TO INVOICE-IS-CLEAN
               MOVE "INVOICE TOTAL NOT NUMERIC (TDS01)"
                 TO REJECT-REASON
           ELSE
           IF NUM-VALUE = ZERO
               MOVE "N" TO INVOICE-IS-CLEAN
               MOVE "AMOUNT IS ZERO" TO REJECT-REASON
           ELSE
           IF NUM-VALUE > 999999.99 OR NUM-VALUE < -999999.99
               MOVE "N" TO INVOICE-IS-CLEAN
               MOVE "AMOUNT TOO LARGE FOR A VOUCHER"
                 TO REJECT-REASON
           ELSE
           IF EDI-TAX-IS-BAD = "Y"
               MOVE "N" TO INVOICE-IS-CLEAN
               MOVE "TAX AMOUNT NOT NUMERIC (TXI02)" TO REJECT-REASON
           ELSE
           IF EDI-TAX-TOTAL > 999999.99 OR EDI-TAX-TOTAL < -999999.99
               MOVE "N" TO INVOICE-IS-CLEAN
               MOVE "TAX AMOUNT TOO LARGE FOR A VOUCHER"
                 TO REJECT-REASON
           ELSE
               MOVE NUM-VALUE     TO EDI-AMOUNT
               MOVE EDI-TAX-TOTAL TO EDI-TAX-AMOUNT.

      *------------------------------------------
      * BIG01 must be a real CCYYMMDD day -
      * the same day-of-month check keyed
      * dates get in PLDATE01.  The due date
      * follows from ITD07 or the vendor's
      * terms; a vendor with no terms is due
      * on the invoice date.
      *------------------------------------------
       EDIT-EDI-DATES.
           MOVE "N" TO DATE-IS-VALID.
           IF EDI-DATE-TEXT IS NUMERIC
               MOVE EDI-DATE-TEXT TO DATE-CCYYMMDD
               IF DATE-CCYYMMDD-MM >= 1 AND
                  DATE-CCYYMMDD-MM <= 12
                   PERFORM CHECK-DAY-OF-MONTH.
           IF DATE-IS-VALID = "N"
               MOVE "N" TO INVOICE-IS-CLEAN
               MOVE "INVOICE DATE MISSING OR NOT CCYYMMDD (BIG01)"
                 TO REJECT-REASON
           ELSE
               MOVE EDI-DATE-TEXT TO EDI-INVOICE-DATE
               PERFORM SET-EDI-DUE-DATE.

       SET-EDI-DUE-DATE.
           IF EDI-NET-DAYS-TEXT NOT = SPACE
               MOVE EDI-NET-DAYS-TEXT TO NUM-TEXT
               MOVE ZERO TO NUM-IMPLIED-DECIMALS
               PERFORM PARSE-EDI-NUMBER
               IF NUM-IS-BAD = "Y" OR NUM-POINT-SEEN = "Y" OR
                  NUM-VALUE < ZERO OR NUM-VALUE > 999
                   MOVE "N" TO INVOICE-IS-CLEAN
                   MOVE "TERMS NET DAYS NOT NUMERIC (ITD07)"
                     TO REJECT-REASON
               ELSE
                   MOVE NUM-VALUE TO EDI-NET-DAYS
                   COMPUTE EDI-DUE =
                       FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(EDI-INVOICE-DATE) +
                       EDI-NET-DAYS)
               END-IF
           ELSE
           IF VENDOR-TERMS-NET-DAYS NOT = ZEROES OR
              VENDOR-TERMS-TYPE = "E"
               MOVE EDI-INVOICE-DATE TO TERM-BASE-DATE
               MOVE RUN-DATE         TO TERM-RECEIVED-DATE
               PERFORM COMPUTE-TERMS-DATES
               MOVE TERM-NET-DATE    TO EDI-DUE
           ELSE
               MOVE EDI-INVOICE-DATE TO EDI-DUE.

       EDIT-EDI-PERIOD.
           MOVE EDI-INVOICE-DATE (1:6) TO PRD-PERIOD.
           MOVE "Y" TO PERIOD-RECORD-FOUND.
           READ ACCT-PERIOD-FILE RECORD
               INVALID KEY
                  MOVE "N" TO PERIOD-RECORD-FOUND.
           IF PERIOD-RECORD-FOUND = "Y" AND PRD-STATUS = "C"
               MOVE "N" TO INVOICE-IS-CLEAN
               MOVE "DATED INTO A CLOSED ACCOUNTING PERIOD"
                 TO REJECT-REASON.

      *------------------------------------------
      * PO match - VCHMNT01's CHECK-VOUCHER-PO
      * with the override taken out: inside
      * the company tolerance the variance is
      * staged for the variance account, past
      * it the invoice is rejected.
      *------------------------------------------
       EDIT-EDI-PO.
           IF EDI-PO-TEXT NOT = SPACE
               MOVE EDI-PO-TEXT TO NUM-TEXT
               MOVE ZERO TO NUM-IMPLIED-DECIMALS
               PERFORM PARSE-EDI-NUMBER
               IF NUM-IS-BAD = "Y" OR NUM-POINT-SEEN = "Y" OR
                  NUM-VALUE NOT > ZERO OR NUM-VALUE > 999999
                   MOVE "N" TO INVOICE-IS-CLEAN
                   MOVE "PO NUMBER NOT NUMERIC (BIG04)"
                     TO REJECT-REASON
               ELSE
                   MOVE NUM-VALUE TO EDI-PO-NUMBER
                   MOVE EDI-PO-NUMBER TO PO-NUMBER
                   PERFORM READ-PO-RECORD
                   PERFORM MATCH-EDI-PO.

       MATCH-EDI-PO.
           IF PO-RECORD-FOUND = "N"
               MOVE "N" TO INVOICE-IS-CLEAN
               MOVE "PO NOT ON FILE" TO REJECT-REASON
           ELSE
           IF PO-STATUS NOT = "O"
               MOVE "N" TO INVOICE-IS-CLEAN
               MOVE "THAT PO IS CLOSED" TO REJECT-REASON
           ELSE
           IF PO-VENDOR NOT = PARTNER-VENDOR
               MOVE "N" TO INVOICE-IS-CLEAN
               MOVE "THAT PO BELONGS TO A DIFFERENT VENDOR"
                 TO REJECT-REASON
           ELSE
               PERFORM CHECK-PO-OPEN-BALANCE.

       CHECK-PO-OPEN-BALANCE.
           COMPUTE PO-OPEN-BALANCE =
               PO-AMOUNT - PO-VOUCHERED-AMOUNT.
           IF EDI-AMOUNT > PO-OPEN-BALANCE
               COMPUTE TOL-VARIANCE =
                   EDI-AMOUNT - PO-OPEN-BALANCE
               MOVE PO-OPEN-BALANCE TO TOL-BASE-AMOUNT
               PERFORM CHECK-MATCH-TOLERANCE
               IF VARIANCE-IN-TOLERANCE = "Y"
                   MOVE TOL-VARIANCE TO PO-TOLERANCE-VARIANCE
               ELSE
                   MOVE "N" TO INVOICE-IS-CLEAN
                   MOVE "INVOICE IS OVER THE PO - OUTSIDE TOLERANCE"
                     TO REJECT-REASON
               END-IF
           END-IF.
           IF INVOICE-IS-CLEAN = "Y"
               PERFORM CHECK-PO-LINE-MATCH.

      *------------------------------------------
      * Line-level match - a PO with line
      * detail must have received, at PO
      * prices, at least what has now been
      * invoiced against it.
      *------------------------------------------
       CHECK-PO-LINE-MATCH.
           PERFORM VALUE-PO-RECEIPTS.
           IF PO-HAS-LINES = "Y"
               COMPUTE PO-MATCHABLE-VALUE =
                   PO-RECEIVED-VALUE - PO-VOUCHERED-AMOUNT
               IF EDI-AMOUNT > PO-MATCHABLE-VALUE
                   COMPUTE TOL-VARIANCE =
                       EDI-AMOUNT - PO-MATCHABLE-VALUE
                   MOVE PO-MATCHABLE-VALUE TO TOL-BASE-AMOUNT
                   PERFORM CHECK-MATCH-TOLERANCE
                   IF VARIANCE-IN-TOLERANCE = "Y"
                       MOVE TOL-VARIANCE TO PO-TOLERANCE-VARIANCE
                   ELSE
                       MOVE "N" TO INVOICE-IS-CLEAN
                       MOVE "INVOICE EXCEEDS VALUE RECEIVED AT PO PRI
      -                     "CES" TO REJECT-REASON.

       VALUE-PO-RECEIPTS.
           MOVE "N" TO PO-HAS-LINES.
           MOVE ZEROES TO PO-RECEIVED-VALUE.
           MOVE PO-NUMBER TO POL-PO-NUMBER.
           MOVE ZEROES TO POL-LINE-NUMBER.
           MOVE "Y" TO LINE-RECORD-FOUND.
           START PO-LINE-FILE KEY IS NOT LESS THAN POL-KEY
               INVALID KEY MOVE "N" TO LINE-RECORD-FOUND.
           IF LINE-RECORD-FOUND = "Y"
               READ PO-LINE-FILE NEXT RECORD
                   AT END MOVE "N" TO LINE-RECORD-FOUND
               END-READ
           END-IF.
           IF LINE-RECORD-FOUND = "Y" AND
              POL-PO-NUMBER = PO-NUMBER
               MOVE "Y" TO PO-HAS-LINES.
           IF PO-HAS-LINES = "Y"
               PERFORM SUM-PO-RECEIPT-VALUE.

       SUM-PO-RECEIPT-VALUE.
           MOVE PO-NUMBER TO RCPT-PO-NUMBER.
           MOVE ZEROES TO RCPT-SEQUENCE.
           MOVE "N" TO RECEIPT-SCAN-AT-END.
           START RECEIPT-FILE KEY IS NOT LESS THAN RCPT-KEY
               INVALID KEY MOVE "Y" TO RECEIPT-SCAN-AT-END.
           PERFORM VALUE-ONE-RECEIPT
               UNTIL RECEIPT-SCAN-AT-END = "Y".

       VALUE-ONE-RECEIPT.
           READ RECEIPT-FILE NEXT RECORD
               AT END MOVE "Y" TO RECEIPT-SCAN-AT-END.
           IF RECEIPT-SCAN-AT-END = "N"
               IF RCPT-PO-NUMBER NOT = PO-NUMBER
                   MOVE "Y" TO RECEIPT-SCAN-AT-END
               ELSE
               IF RCPT-LINE-NUMBER NOT = ZEROES
                   PERFORM EXTEND-ONE-RECEIPT.

       EXTEND-ONE-RECEIPT.
           MOVE RCPT-PO-NUMBER   TO POL-PO-NUMBER.
           MOVE RCPT-LINE-NUMBER TO POL-LINE-NUMBER.
           MOVE "Y" TO LINE-RECORD-FOUND.
           READ PO-LINE-FILE RECORD
               INVALID KEY
                  MOVE "N" TO LINE-RECORD-FOUND.
           IF LINE-RECORD-FOUND = "Y"
               IF RCPT-TYPE = "T"
                   COMPUTE PO-RECEIVED-VALUE =
                       PO-RECEIVED-VALUE -
                       (RCPT-QUANTITY * POL-UNIT-PRICE)
               ELSE
                   COMPUTE PO-RECEIVED-VALUE =
                       PO-RECEIVED-VALUE +
                       (RCPT-QUANTITY * POL-UNIT-PRICE).

      *------------------------------------------
      * PO-match tolerance, as VCHMNT01 has
      * it: inside BOTH company limits, or
      * not at all.
      *------------------------------------------
       CHECK-MATCH-TOLERANCE.
           MOVE "N" TO VARIANCE-IN-TOLERANCE.
           PERFORM READ-CONTROL-RECORD.
           IF (CONTROL-PO-TOL-PCT NOT = ZEROES OR
               CONTROL-PO-TOL-AMT NOT = ZEROES) AND
              TOL-VARIANCE > ZERO
               COMPUTE TOL-PCT-LIMIT ROUNDED =
                   TOL-BASE-AMOUNT * CONTROL-PO-TOL-PCT / 100
               IF TOL-VARIANCE NOT > TOL-PCT-LIMIT AND
                  TOL-VARIANCE NOT > CONTROL-PO-TOL-AMT
                   MOVE "Y" TO VARIANCE-IN-TOLERANCE.

      *------------------------------------------
      * The 810 carries no GL coding, so it is
      * taken from what we already know, most
      * specific first: the matched PO's
      * account, the vendor's default
      * template, the partner's fallback.
      *------------------------------------------
       CODE-EDI-DISTRIBUTION.
           IF EDI-PO-NUMBER NOT = ZEROES AND
              PO-GL-ACCOUNT NOT = ZEROES
               MOVE 1              TO EDI-GL-COUNT
               MOVE PO-GL-ACCOUNT  TO EDI-GL-ACCOUNT (1)
               MOVE PO-JOB         TO EDI-GL-JOB (1)
               MOVE EDI-AMOUNT     TO EDI-GL-AMOUNT (1).
           IF EDI-GL-COUNT = ZEROES AND
              VENDOR-GL-TEMPLATE NOT = ZEROES
               PERFORM CODE-FROM-VENDOR-TEMPLATE.
           IF EDI-GL-COUNT = ZEROES AND
              PARTNER-GL-ACCOUNT NOT = ZEROES
               MOVE 1                  TO EDI-GL-COUNT
               MOVE PARTNER-GL-ACCOUNT TO EDI-GL-ACCOUNT (1)
               MOVE EDI-AMOUNT         TO EDI-GL-AMOUNT (1).
           IF EDI-GL-COUNT = ZEROES
               MOVE "N" TO INVOICE-IS-CLEAN
               MOVE "NO GL CODING - NO PO ACCOUNT, TEMPLATE OR DEFAULT"
                 TO REJECT-REASON.

       CODE-FROM-VENDOR-TEMPLATE.
           MOVE VENDOR-GL-TEMPLATE TO TPL-CODE.
           MOVE "Y" TO TEMPLATE-RECORD-FOUND.
           READ GL-TEMPLATE-FILE RECORD
               INVALID KEY
                  MOVE "N" TO TEMPLATE-RECORD-FOUND.
           IF TEMPLATE-RECORD-FOUND = "Y" AND
              TPL-LINE-COUNT NOT = ZEROES
               MOVE ZEROES TO GL-DISTRIBUTION-TOTAL
               MOVE TPL-LINE-COUNT TO EDI-GL-COUNT
               PERFORM CODE-ONE-TEMPLATE-LINE
                   VARYING GL-INDEX FROM 1 BY 1
                   UNTIL GL-INDEX > TPL-LINE-COUNT.

      *    Same split as VCHMNT01's APPLY-GL-TEMPLATE -
      *    the last line takes what rounding left over.
       CODE-ONE-TEMPLATE-LINE.
           MOVE TPL-ACCOUNT (GL-INDEX) TO EDI-GL-ACCOUNT (GL-INDEX).
           MOVE TPL-JOB (GL-INDEX)     TO EDI-GL-JOB (GL-INDEX).
           IF GL-INDEX = TPL-LINE-COUNT
               COMPUTE EDI-GL-AMOUNT (GL-INDEX) =
                   EDI-AMOUNT - GL-DISTRIBUTION-TOTAL
           ELSE
               COMPUTE EDI-GL-AMOUNT (GL-INDEX) ROUNDED =
                   EDI-AMOUNT * TPL-PERCENT (GL-INDEX) / 100.
           ADD EDI-GL-AMOUNT (GL-INDEX) TO GL-DISTRIBUTION-TOTAL.

       EDIT-EDI-DISTRIBUTION.
           PERFORM EDIT-ONE-GL-LINE
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > EDI-GL-COUNT OR
                     INVOICE-IS-CLEAN = "N".

       EDIT-ONE-GL-LINE.
           MOVE EDI-GL-ACCOUNT (GL-INDEX) TO GLA-ACCOUNT.
           MOVE "Y" TO GL-ACCOUNT-FOUND.
           READ GL-ACCOUNT-FILE RECORD
               INVALID KEY
                  MOVE "N" TO GL-ACCOUNT-FOUND.
           IF GL-ACCOUNT-FOUND = "N" OR GLA-STATUS NOT = "A"
               MOVE "N" TO INVOICE-IS-CLEAN
               MOVE "GL ACCOUNT NOT ON CHART OR INACTIVE"
                 TO REJECT-REASON
           ELSE
           IF EDI-GL-JOB (GL-INDEX) NOT = ZEROES
               PERFORM EDIT-ONE-GL-JOB.

       EDIT-ONE-GL-JOB.
           MOVE EDI-GL-JOB (GL-INDEX) TO JOB-NUMBER.
           MOVE "Y" TO JOB-RECORD-FOUND.
           READ JOB-FILE RECORD
               INVALID KEY
                  MOVE "N" TO JOB-RECORD-FOUND.
           IF JOB-RECORD-FOUND = "N"
               MOVE "N" TO INVOICE-IS-CLEAN
               MOVE "JOB NOT ON THE JOB MASTER" TO REJECT-REASON
           ELSE
           IF JOB-STATUS NOT = "O"
               MOVE "N" TO INVOICE-IS-CLEAN
               MOVE "JOB IS CLOSED" TO REJECT-REASON.

      *------------------------------------------
      * A clean invoice becomes a voucher -
      * same numbering, logging and accrual
      * posting as VCHIMP01, then the PO's
      * invoiced-to-date total and any
      * tolerance variance, as VCHMNT01.
      *------------------------------------------
       ACCEPT-THE-EDI-INVOICE.
           PERFORM INIT-VOUCHER-RECORD.
           PERFORM RETRIEVE-NEXT-VOUCHER-NUMBER.
           PERFORM BUILD-VOUCHER-FROM-EDI.
           IF VOUCHER-TAX-AMOUNT = ZEROES
               PERFORM CHECK-USE-TAX-MATRIX.
           PERFORM WRITE-VOUCHER-RECORD.
           PERFORM LOG-VOUCHER-NUMBER-COMPLETED.
           PERFORM WRITE-INVOICE-XREF.
           PERFORM POST-ACCRUAL-ENTRIES.
           PERFORM POST-TOLERANCE-VARIANCE.
           PERFORM UPDATE-PO-VOUCHERED-AMOUNT.
           ADD 1 TO GROUP-ACCEPTED-COUNT
                    INTERCHANGE-ACCEPTED-COUNT
                    ACCEPTED-COUNT.
           ADD VOUCHER-AMOUNT TO ACCEPTED-TOTAL.
           PERFORM WRITE-ACK-AK2.
           PERFORM WRITE-ACK-AK5-ACCEPTED.
           PERFORM DISPLAY-ACCEPT-LINE.

       INIT-VOUCHER-RECORD.
           MOVE SPACE TO VOUCHER-INVOICE
                         VOUCHER-FOR
                         VOUCHER-DEDUCTIBLE
                         VOUCHER-CLEARED
                         VOUCHER-DOCUMENT-REF
                         VOUCHER-ACH-TRACE
                         VOUCHER-SELECTED.
           MOVE "N" TO VOUCHER-DISPUTED.
           MOVE "N" TO VOUCHER-ADVANCE-FLAG.
           MOVE SPACE TO VOUCHER-APPROVAL-STATUS
                         VOUCHER-APPROVER-ID.
           MOVE ZEROES TO VOUCHER-LAST-NRA-AMT.
           MOVE SPACE  TO VOUCHER-1099-FORM.
           MOVE ZEROES TO VOUCHER-LAST-FXGL-AMT.
           MOVE ZEROES TO VOUCHER-1099-BOX.
           MOVE ZEROES TO VOUCHER-VAT-AMOUNT
                          VOUCHER-VAT-RATE
                          VOUCHER-VAT-USD-AMOUNT.
           MOVE SPACE  TO VOUCHER-VAT-COUNTRY
                          VOUCHER-VAT-REG-NO.
           MOVE "N" TO VOUCHER-RETAINAGE-RELEASED.
           MOVE ZEROES TO VOUCHER-RETAINAGE-PCT
                          VOUCHER-RETAINED-TO-DATE
                          VOUCHER-LAST-RETAINED-AMT.
           MOVE "N" TO VOUCHER-TAX-SELF-ASSESSED.
           MOVE "USD" TO VOUCHER-CURRENCY-CODE.
           MOVE 1.0000 TO VOUCHER-EXCHANGE-RATE.
           MOVE 5 TO VOUCHER-PRIORITY.
           MOVE ZEROES TO VOUCHER-NUMBER
                          VOUCHER-VENDOR
                          VOUCHER-AMOUNT
                          VOUCHER-TAX-AMOUNT
                          VOUCHER-DATE
                          VOUCHER-DUE
                          VOUCHER-PAID-AMOUNT
                          VOUCHER-PAID-DATE
                          VOUCHER-CHECK-NO
                          VOUCHER-CLEARED-DATE
                          VOUCHER-FOREIGN-AMOUNT
                          VOUCHER-GL-DIST-COUNT
                          VOUCHER-PAYMENT-COUNT
                          VOUCHER-PO-NUMBER
                          VOUCHER-PERIOD
                          VOUCHER-RECEIVED-DATE
                          VOUCHER-LAST-PAYMENT-AMOUNT
                          VOUCHER-LAST-WITHHELD-AMT
                          VOUCHER-DISC-TAKEN-TOTAL
                          VOUCHER-SCHED-COUNT.
           MOVE "N" TO VOUCHER-ONE-TIME-FLAG.
           MOVE SPACE TO VOUCHER-OT-PAYEE-NAME
                         VOUCHER-OT-ADDRESS-1
                         VOUCHER-OT-CITY
                         VOUCHER-OT-STATE
                         VOUCHER-OT-ZIP.
           PERFORM CLEAR-ONE-GL-LINE
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > 5.

       CLEAR-ONE-GL-LINE.
           MOVE ZEROES TO VOUCHER-GL-ACCOUNT (GL-INDEX)
                          VOUCHER-GL-AMOUNT (GL-INDEX)
                          VOUCHER-GL-LINE-COMPANY (GL-INDEX)
                          VOUCHER-GL-LINE-JOB (GL-INDEX)
                          VOUCHER-PAYMENT-DISC-TAKEN (GL-INDEX)
                          VOUCHER-SCHED-DATE (GL-INDEX)
                          VOUCHER-SCHED-AMOUNT (GL-INDEX).

      *------------------------------------------
      * The document reference ties the
      * voucher back to the interchange and
      * set it came in on.  The received date
      * is the day the VAN delivered it.
      *------------------------------------------
       BUILD-VOUCHER-FROM-EDI.
           MOVE PARTNER-VENDOR   TO VOUCHER-VENDOR.
           MOVE EDI-INVOICE      TO VOUCHER-INVOICE.
           MOVE EDI-FOR          TO VOUCHER-FOR.
           IF VOUCHER-FOR = SPACE AND EDI-PO-NUMBER NOT = ZEROES
               MOVE PO-DESCRIPTION TO VOUCHER-FOR.
           MOVE EDI-AMOUNT       TO VOUCHER-AMOUNT.
           MOVE EDI-AMOUNT       TO VOUCHER-FOREIGN-AMOUNT.
           MOVE EDI-TAX-AMOUNT   TO VOUCHER-TAX-AMOUNT.
           MOVE EDI-INVOICE-DATE TO VOUCHER-DATE.
           MOVE EDI-INVOICE-DATE (1:6) TO VOUCHER-PERIOD.
           MOVE COMPANY-CODE     TO VOUCHER-COMPANY.
           MOVE EDI-DUE          TO VOUCHER-DUE.
           MOVE RUN-DATE         TO VOUCHER-RECEIVED-DATE.
           MOVE EDI-PO-NUMBER    TO VOUCHER-PO-NUMBER.
           STRING "EDI "           DELIMITED BY SIZE
                  ISA-CONTROL-TEXT DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  SET-CONTROL      DELIMITED BY SPACE
               INTO VOUCHER-DOCUMENT-REF.
           MOVE "N"              TO VOUCHER-DEDUCTIBLE.
           MOVE EDI-GL-COUNT     TO VOUCHER-GL-DIST-COUNT.
           PERFORM COPY-ONE-GL-LINE
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > EDI-GL-COUNT.
           INSPECT VOUCHER-RECORD
               CONVERTING LOWER-ALPHA
               TO         UPPER-ALPHA.

       COPY-ONE-GL-LINE.
           MOVE EDI-GL-ACCOUNT (GL-INDEX)
               TO VOUCHER-GL-ACCOUNT (GL-INDEX).
           MOVE EDI-GL-AMOUNT (GL-INDEX)
               TO VOUCHER-GL-AMOUNT (GL-INDEX).
           MOVE EDI-GL-JOB (GL-INDEX)
               TO VOUCHER-GL-LINE-JOB (GL-INDEX).

      *------------------------------------------
      * Voucher numbering - same pattern as
      * VCHMNT01's ADD-MODE, logged to the same
      * skipped-voucher file.
      *------------------------------------------
       RETRIEVE-NEXT-VOUCHER-NUMBER.
           PERFORM READ-CONTROL-RECORD.
           ADD 1 TO CONTROL-LAST-VOUCHER.
           MOVE CONTROL-LAST-VOUCHER TO VOUCHER-NUMBER.
           PERFORM REWRITE-CONTROL-RECORD.
           PERFORM LOG-VOUCHER-NUMBER-ISSUED.

       LOG-VOUCHER-NUMBER-ISSUED.
           MOVE VOUCHER-NUMBER TO SKV-VOUCHER-NUMBER.
           MOVE RUN-DATE       TO SKV-LOG-DATE.
           MOVE "ISSUED"       TO SKV-STATUS.
           WRITE SKIPPED-VOUCHER-RECORD.

       LOG-VOUCHER-NUMBER-COMPLETED.
           MOVE VOUCHER-NUMBER TO SKV-VOUCHER-NUMBER.
           MOVE RUN-DATE       TO SKV-LOG-DATE.
           MOVE "COMPLETED"    TO SKV-STATUS.
           WRITE SKIPPED-VOUCHER-RECORD.

       WRITE-INVOICE-XREF.
           MOVE VOUCHER-VENDOR  TO XRF-VENDOR.
           MOVE VOUCHER-INVOICE TO XRF-INVOICE.
           MOVE VOUCHER-NUMBER  TO XRF-VOUCHER-NUMBER.
           MOVE "L"             TO XRF-STATUS.
           MOVE RUN-DATE        TO XRF-DATE.
           WRITE INVOICE-XREF-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING INVOICE CROSS-REFERENCE".

      *------------------------------------------
      * The same accrual entries VCHMNT01 books
      * at keyed entry - one "ACR" debit per
      * distribution line, one credit to the AP
      * account for the total - and, like
      * VCHMNT01, an asset addition for every
      * line coded to a capital account.
      *------------------------------------------
       POST-ACCRUAL-ENTRIES.
           MOVE +1 TO ACCRUAL-SIGN.
           PERFORM WRITE-ASSET-ADDITIONS.
           PERFORM READ-CONTROL-RECORD.
           PERFORM WRITE-ONE-ACCRUAL-LINE
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > VOUCHER-GL-DIST-COUNT.
           MOVE CONTROL-AP-ACCOUNT TO GLP-ACCOUNT.
           COMPUTE GLP-AMOUNT =
               ZERO - (VOUCHER-AMOUNT * ACCRUAL-SIGN).
           PERFORM WRITE-ACCRUAL-POST-RECORD.

       WRITE-ONE-ACCRUAL-LINE.
           MOVE VOUCHER-GL-ACCOUNT (GL-INDEX) TO GLP-ACCOUNT.
           COMPUTE GLP-AMOUNT =
               VOUCHER-GL-AMOUNT (GL-INDEX) * ACCRUAL-SIGN.
           PERFORM WRITE-ACCRUAL-POST-RECORD.

       WRITE-ACCRUAL-POST-RECORD.
           MOVE RUN-DATE       TO GLP-RUN-DATE.
           MOVE VOUCHER-NUMBER TO GLP-VOUCHER-NUMBER.
           MOVE ZEROES         TO GLP-CHECK-NO.
           MOVE "ACR"          TO GLP-SOURCE.
           MOVE COMPANY-CODE   TO GLP-COMPANY.
           WRITE GL-POST-RECORD.

      *------------------------------------------
      * An accepted tolerance variance moves
      * from the first distribution account
      * to the company's PO-variance account -
      * the "VAR" pair VCHMNT01 writes.
      *------------------------------------------
       POST-TOLERANCE-VARIANCE.
           IF PO-TOLERANCE-VARIANCE NOT = ZEROES
               PERFORM READ-CONTROL-RECORD
               IF CONTROL-PO-VAR-ACCOUNT NOT = ZEROES
                   MOVE CONTROL-PO-VAR-ACCOUNT TO GLP-ACCOUNT
                   MOVE PO-TOLERANCE-VARIANCE  TO GLP-AMOUNT
                   PERFORM WRITE-VARIANCE-POST-RECORD
                   MOVE VOUCHER-GL-ACCOUNT (1) TO GLP-ACCOUNT
                   COMPUTE GLP-AMOUNT =
                       ZERO - PO-TOLERANCE-VARIANCE
                   PERFORM WRITE-VARIANCE-POST-RECORD
               END-IF
               MOVE ZEROES TO PO-TOLERANCE-VARIANCE.

       WRITE-VARIANCE-POST-RECORD.
           MOVE RUN-DATE       TO GLP-RUN-DATE.
           MOVE VOUCHER-NUMBER TO GLP-VOUCHER-NUMBER.
           MOVE ZEROES         TO GLP-CHECK-NO.
           MOVE "VAR"          TO GLP-SOURCE.
           MOVE COMPANY-CODE   TO GLP-COMPANY.
           WRITE GL-POST-RECORD.

       UPDATE-PO-VOUCHERED-AMOUNT.
           IF VOUCHER-PO-NUMBER NOT = ZEROES
               MOVE VOUCHER-PO-NUMBER TO PO-NUMBER
               PERFORM READ-PO-RECORD
               IF PO-RECORD-FOUND = "Y"
                   ADD VOUCHER-AMOUNT TO PO-VOUCHERED-AMOUNT
                   PERFORM REWRITE-PO-RECORD.

      *------------------------------------------
      * Use-tax matrix - the accrual VCHIMP01
      * makes, run only for an invoice that
      * billed no tax of its own.
      *------------------------------------------
       CHECK-USE-TAX-MATRIX.
           MOVE VENDOR-STATE TO TAX-STATE-CODE.
           IF TAX-STATE-CODE NOT = SPACE
               PERFORM SCORE-TAXABLE-LINES
               IF TAXABLE-BASE-AMOUNT > ZERO
                   PERFORM ACCRUE-THE-USE-TAX
               END-IF
           END-IF.

       SCORE-TAXABLE-LINES.
           MOVE ZEROES TO TAXABLE-BASE-AMOUNT.
           PERFORM SCORE-ONE-TAXABLE-LINE
               VARYING GL-INDEX FROM 1 BY 1
               UNTIL GL-INDEX > VOUCHER-GL-DIST-COUNT.

       SCORE-ONE-TAXABLE-LINE.
           MOVE VOUCHER-GL-ACCOUNT (GL-INDEX) TO TMX-GL-ACCOUNT.
           MOVE TAX-STATE-CODE TO TMX-STATE.
           MOVE "Y" TO TMX-RECORD-FOUND.
           READ TAXABILITY-MATRIX-FILE RECORD
               INVALID KEY
                  MOVE "N" TO TMX-RECORD-FOUND.
           IF TMX-RECORD-FOUND = "Y" AND TMX-TAXABLE = "Y"
               ADD VOUCHER-GL-AMOUNT (GL-INDEX)
                   TO TAXABLE-BASE-AMOUNT.

       ACCRUE-THE-USE-TAX.
           MOVE TAX-STATE-CODE TO STATE-CODE.
           MOVE "Y" TO STATE-RECORD-FOUND.
           READ STATE-FILE RECORD
               INVALID KEY
                  MOVE "N" TO STATE-RECORD-FOUND.
           IF STATE-RECORD-FOUND = "Y" AND
              STATE-TAX-RATE NOT = ZEROES
               COMPUTE USE-TAX-AMOUNT ROUNDED =
                   TAXABLE-BASE-AMOUNT * STATE-TAX-RATE
               ADD USE-TAX-AMOUNT TO VOUCHER-TAX-AMOUNT
               ADD USE-TAX-AMOUNT TO VOUCHER-AMOUNT
               ADD USE-TAX-AMOUNT TO VOUCHER-GL-AMOUNT (1)
               MOVE "Y" TO VOUCHER-TAX-SELF-ASSESSED
               DISPLAY "USE TAX ACCRUED FROM THE "
                       TAX-STATE-CODE " TAXABILITY MATRIX ON "
                       "VOUCHER " VOUCHER-NUMBER.

      *------------------------------------------
      * X12 numeric text to a number.  Spaces
      * are ignored; anything but digits, one
      * decimal point and a leading minus
      * marks the number bad.  Decimals past
      * the second are dropped.
      *------------------------------------------
       PARSE-EDI-NUMBER.
           MOVE ZEROES TO NUM-WHOLE
                          NUM-DECIMALS
                          NUM-VALUE.
           MOVE "N" TO NUM-IS-BAD
                       NUM-POINT-SEEN
                       NUM-NEGATIVE.
           PERFORM SCAN-ONE-NUMBER-CHAR
               VARYING NUM-INDEX FROM 1 BY 1
               UNTIL NUM-INDEX > 18 OR
                     NUM-IS-BAD = "Y".
           IF NUM-POINT-SEEN = "N"
               MOVE NUM-IMPLIED-DECIMALS TO NUM-DECIMALS.
           IF NUM-DECIMALS = 0
               COMPUTE NUM-VALUE = NUM-WHOLE
           ELSE
           IF NUM-DECIMALS = 1
               COMPUTE NUM-VALUE = NUM-WHOLE / 10
           ELSE
               COMPUTE NUM-VALUE = NUM-WHOLE / 100.
           IF NUM-NEGATIVE = "Y"
               COMPUTE NUM-VALUE = ZERO - NUM-VALUE.

       SCAN-ONE-NUMBER-CHAR.
           MOVE NUM-TEXT (NUM-INDEX:1) TO NUM-CHAR.
           IF NUM-CHAR IS NUMERIC
               PERFORM ADD-ONE-NUMBER-DIGIT
           ELSE
           IF NUM-CHAR = "."
               PERFORM NOTE-DECIMAL-POINT
           ELSE
           IF NUM-CHAR = "-" AND NUM-WHOLE = ZERO AND
              NUM-NEGATIVE = "N" AND NUM-POINT-SEEN = "N"
               MOVE "Y" TO NUM-NEGATIVE
           ELSE
           IF NUM-CHAR NOT = SPACE
               MOVE "Y" TO NUM-IS-BAD.

       ADD-ONE-NUMBER-DIGIT.
           IF NUM-POINT-SEEN = "N" OR NUM-DECIMALS < 2
               COMPUTE NUM-WHOLE = NUM-WHOLE * 10 + NUM-DIGIT
                   ON SIZE ERROR
                   MOVE "Y" TO NUM-IS-BAD
               END-COMPUTE
               IF NUM-POINT-SEEN = "Y"
                   ADD 1 TO NUM-DECIMALS.

       NOTE-DECIMAL-POINT.
           IF NUM-POINT-SEEN = "Y"
               MOVE "Y" TO NUM-IS-BAD
           ELSE
               MOVE "Y" TO NUM-POINT-SEEN.

      *------------------------------------------
      * The 997.  Each segment is strung
      * together here and written whole; the
      * set's segment count runs from its ST.
      *------------------------------------------
       WRITE-ACK-ISA.
           MOVE SPACE TO ACK-SEGMENT.
           STRING "ISA*00*          *00*          *"
                                       DELIMITED BY SIZE
                  ISA-RECEIVER-QUAL    DELIMITED BY SIZE
                  "*"                  DELIMITED BY SIZE
                  ISA-RECEIVER-ID      DELIMITED BY SIZE
                  "*"                  DELIMITED BY SIZE
                  ISA-SENDER-QUAL      DELIMITED BY SIZE
                  "*"                  DELIMITED BY SIZE
                  ISA-SENDER-ID        DELIMITED BY SIZE
                  "*"                  DELIMITED BY SIZE
                  RUN-DATE (3:6)       DELIMITED BY SIZE
                  "*"                  DELIMITED BY SIZE
                  RUN-TIME (1:4)       DELIMITED BY SIZE
                  "*"                  DELIMITED BY SIZE
                  ISA-STANDARDS-ID     DELIMITED BY SIZE
                  "*"                  DELIMITED BY SIZE
                  ISA-VERSION          DELIMITED BY SIZE
                  "*"                  DELIMITED BY SIZE
                  ACK-CONTROL-NUMBER   DELIMITED BY SIZE
                  "*0*"                DELIMITED BY SIZE
                  ISA-USAGE            DELIMITED BY SIZE
                  "*"                  DELIMITED BY SIZE
                  ISA-SUBELEMENT-SEP   DELIMITED BY SIZE
                  "~"                  DELIMITED BY SIZE
               INTO ACK-SEGMENT.
           PERFORM WRITE-ACK-SEGMENT.

       WRITE-ACK-GS.
           MOVE SPACE TO ACK-SEGMENT.
           STRING "GS*FA*"             DELIMITED BY SIZE
                  GS-RECEIVER-APP      DELIMITED BY SPACE
                  "*"                  DELIMITED BY SIZE
                  GS-SENDER-APP        DELIMITED BY SPACE
                  "*"                  DELIMITED BY SIZE
                  RUN-DATE             DELIMITED BY SIZE
                  "*"                  DELIMITED BY SIZE
                  RUN-TIME (1:4)       DELIMITED BY SIZE
                  "*"                  DELIMITED BY SIZE
                  ACK-GROUP-COUNT      DELIMITED BY SIZE
                  "*X*"                DELIMITED BY SIZE
                  GS-VERSION           DELIMITED BY SPACE
                  "~"                  DELIMITED BY SIZE
               INTO ACK-SEGMENT.
           PERFORM WRITE-ACK-SEGMENT.

       WRITE-ACK-ST.
           MOVE ZEROES TO ACK-SET-SEGMENT-COUNT.
           MOVE SPACE TO ACK-SEGMENT.
           STRING "ST*997*"            DELIMITED BY SIZE
                  ACK-GROUP-COUNT      DELIMITED BY SIZE
                  "~"                  DELIMITED BY SIZE
               INTO ACK-SEGMENT.
           PERFORM WRITE-ACK-SEGMENT.

       WRITE-ACK-AK1.
           MOVE SPACE TO ACK-SEGMENT.
           STRING "AK1*"               DELIMITED BY SIZE
                  GS-FUNCTION-ID       DELIMITED BY SPACE
                  "*"                  DELIMITED BY SIZE
                  GS-CONTROL-TEXT      DELIMITED BY SPACE
                  "~"                  DELIMITED BY SIZE
               INTO ACK-SEGMENT.
           PERFORM WRITE-ACK-SEGMENT.

       WRITE-ACK-AK2.
           MOVE SPACE TO ACK-SEGMENT.
           STRING "AK2*"               DELIMITED BY SIZE
                  SET-ID-CODE          DELIMITED BY SPACE
                  "*"                  DELIMITED BY SIZE
                  SET-CONTROL          DELIMITED BY SPACE
                  "~"                  DELIMITED BY SIZE
               INTO ACK-SEGMENT.
           PERFORM WRITE-ACK-SEGMENT.

       WRITE-ACK-AK5-ACCEPTED.
           MOVE "AK5*A~" TO ACK-SEGMENT.
           PERFORM WRITE-ACK-SEGMENT.

       WRITE-ACK-AK5-REJECTED.
           MOVE SPACE TO ACK-SEGMENT.
           STRING "AK5*R*"             DELIMITED BY SIZE
                  SET-ACK-CODE         DELIMITED BY SIZE
                  "~"                  DELIMITED BY SIZE
               INTO ACK-SEGMENT.
           PERFORM WRITE-ACK-SEGMENT.

       WRITE-ACK-AK9.
           MOVE SPACE TO ACK-SEGMENT.
           STRING "AK9*"               DELIMITED BY SIZE
                  GROUP-ACK-CODE       DELIMITED BY SIZE
                  "*"                  DELIMITED BY SIZE
                  GROUP-SET-COUNT      DELIMITED BY SIZE
                  "*"                  DELIMITED BY SIZE
                  GROUP-SET-COUNT      DELIMITED BY SIZE
                  "*"                  DELIMITED BY SIZE
                  GROUP-ACCEPTED-COUNT DELIMITED BY SIZE
                  "~"                  DELIMITED BY SIZE
               INTO ACK-SEGMENT.
           PERFORM WRITE-ACK-SEGMENT.

      *    The SE counts itself.
       WRITE-ACK-SE.
           ADD 1 TO ACK-SET-SEGMENT-COUNT.
           MOVE SPACE TO ACK-SEGMENT.
           STRING "SE*"                DELIMITED BY SIZE
                  ACK-SET-SEGMENT-COUNT DELIMITED BY SIZE
                  "*"                  DELIMITED BY SIZE
                  ACK-GROUP-COUNT      DELIMITED BY SIZE
                  "~"                  DELIMITED BY SIZE
               INTO ACK-SEGMENT.
           MOVE ACK-SEGMENT TO EDI-ACK-RECORD.
           WRITE EDI-ACK-RECORD.

       WRITE-ACK-GE.
           MOVE SPACE TO ACK-SEGMENT.
           STRING "GE*1*"              DELIMITED BY SIZE
                  ACK-GROUP-COUNT      DELIMITED BY SIZE
                  "~"                  DELIMITED BY SIZE
               INTO ACK-SEGMENT.
           PERFORM WRITE-ACK-SEGMENT.

       WRITE-ACK-IEA.
           MOVE SPACE TO ACK-SEGMENT.
           STRING "IEA*"               DELIMITED BY SIZE
                  ACK-GROUP-COUNT      DELIMITED BY SIZE
                  "*"                  DELIMITED BY SIZE
                  ACK-CONTROL-NUMBER   DELIMITED BY SIZE
                  "~"                  DELIMITED BY SIZE
               INTO ACK-SEGMENT.
           PERFORM WRITE-ACK-SEGMENT.

       WRITE-ACK-SEGMENT.
           MOVE ACK-SEGMENT TO EDI-ACK-RECORD.
           WRITE EDI-ACK-RECORD.
           ADD 1 TO ACK-SET-SEGMENT-COUNT.

      *------------------------------------------
      * The edit register
      *------------------------------------------
       DISPLAY-REGISTER-HEADING.
           DISPLAY " ".
           DISPLAY "EDI INVOICE EDIT REGISTER - RUN DATE "
                   RUN-DATE.

       DISPLAY-ACCEPT-LINE.
           MOVE VOUCHER-NUMBER TO VOUCHER-NUMBER-FIELD.
           MOVE VOUCHER-AMOUNT TO AMOUNT-FIELD.
           DISPLAY "ACCEPTED " VOUCHER-NUMBER-FIELD
                   "  SET " SET-CONTROL
                   "  VENDOR " PARTNER-VENDOR
                   "  " EDI-INVOICE
                   "  " AMOUNT-FIELD.

       DISPLAY-REJECT-LINE.
           MOVE EDI-AMOUNT TO AMOUNT-FIELD.
           DISPLAY "REJECTED          SET " SET-CONTROL
                   "  VENDOR " PARTNER-VENDOR
                   "  " EDI-INVOICE-TEXT (1:15)
                   "  " AMOUNT-FIELD.
           DISPLAY "         REASON: " REJECT-REASON.

       DISPLAY-REGISTER-TOTALS.
           DISPLAY " ".
           DISPLAY "INTERCHANGES READ:     " INTERCHANGE-COUNT.
           DISPLAY "RESENDS SKIPPED:       " RESEND-COUNT.
           DISPLAY "UNREADABLE SKIPPED:    " SKIPPED-COUNT.
           DISPLAY "INVOICES ACCEPTED:     " ACCEPTED-COUNT.
           DISPLAY "SETS REJECTED:         " REJECTED-COUNT.
           MOVE ACCEPTED-TOTAL TO AMOUNT-FIELD.
           DISPLAY "AMOUNT ACCEPTED:  " AMOUNT-FIELD.

      *------------------------------------------
      * File I-O Routines
      *------------------------------------------
       READ-NEXT-INBOUND-RECORD.
           MOVE "N" TO INBOUND-AT-END.
           READ EDI-INBOUND-FILE NEXT RECORD
               AT END MOVE "Y" TO INBOUND-AT-END.

       READ-VENDOR-RECORD.
           MOVE "Y" TO VENDOR-RECORD-FOUND.
           READ VENDOR-FILE RECORD
               INVALID KEY
                  MOVE "N" TO VENDOR-RECORD-FOUND.

       READ-PO-RECORD.
           MOVE "Y" TO PO-RECORD-FOUND.
           READ PURCHASE-ORDER-FILE RECORD
               INVALID KEY
                  MOVE "N" TO PO-RECORD-FOUND.

       REWRITE-PO-RECORD.
           REWRITE PURCHASE-ORDER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING PO RECORD".

       WRITE-VOUCHER-RECORD.
           PERFORM SET-VOUCHER-OPEN-ITEM.
           WRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING VOUCHER RECORD".
           PERFORM JOURNAL-VOUCHER-ADD.

       READ-CONTROL-RECORD.
           MOVE COMPANY-CODE TO CONTROL-KEY.
           MOVE "Y" TO CONTROL-RECORD-FOUND.
           READ CONTROL-FILE RECORD
               INVALID KEY
                  MOVE "N" TO CONTROL-RECORD-FOUND
                  DISPLAY "CONTROL FILE IS INVALID".

       REWRITE-CONTROL-RECORD.
           REWRITE CONTROL-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING CONTROL RECORD".

           COPY "plvjrnl.cbl".

           COPY "plastadd.cbl".

           COPY "plterms.cbl".

           COPY "pldate01.cbl".

           COPY "plvopen.cbl".

           COPY "plvfam.cbl".

           COPY "plvfinv.cbl".
