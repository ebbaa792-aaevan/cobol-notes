000313
000314     COPY "slglacct.cbl".
000315
000316     COPY "slastadd.cbl".
000317
000318     COPY "slppdsch.cbl".
000319
000320     COPY "slglpost.cbl".
000330
000332     COPY "slvchctr.cbl".
000334
000336     COPY "slvndctr.cbl".
000338
000340     COPY "slperiod.cbl".
000350
000353     COPY "slwrtoff.cbl".
000356
000360     COPY "slvbatch.cbl".
000370
000380     COPY "slgltmpl.cbl".
000390
000393     COPY "sljobmst.cbl".
000396
000400     COPY "slfxrate.cbl".
000410
000420     COPY "slinvxrf.cbl".
000430
000440     COPY "slpaydtl.cbl".
000450
000453     COPY "slzippfx.cbl".
000456
000457     COPY "slalwovr.cbl".
000458
000460 DATA DIVISION.
000470 FILE SECTION.
000480
000663
000664     COPY "fdglacct.cbl".
000665
000666     COPY "fdastadd.cbl".
000667
000668     COPY "fdppdsch.cbl".
000669
000670     COPY "fdglpost.cbl".
000680
000682     COPY "fdvchctr.cbl".
000684
000686     COPY "fdvndctr.cbl".
000688
000690     COPY "fdperiod.cbl".
000700
000703     COPY "fdwrtoff.cbl".
000706
000710     COPY "fdvbatch.cbl".
000720
000730     COPY "fdgltmpl.cbl".
000740
000743     COPY "fdjobmst.cbl".
000746
000750     COPY "fdfxrate.cbl".
000760
000770     COPY "fdinvxrf.cbl".
000780
000790     COPY "fdpaydtl.cbl".
000800
000803     COPY "fdzippfx.cbl".
000806
000807     COPY "fdalwovr.cbl".
000808
000810 WORKING-STORAGE SECTION.
000820
000830 77  MENU-PICK                    PIC 9.
001010 77  ENTERED-VOID-REASON          PIC X(04).
001020 77  ENTERED-VOID-DATE            PIC 9(08).
001030
001032 77  VOUCHER-CONTRACT-FOUND      PIC X.
001034 77  VENDOR-CONTRACT-FOUND       PIC X.
001036 77  ENTERED-CONTRACT-ID         PIC X(10).
001037 77  WRITE-OFF-FOUND             PIC X.
001038
001040 77  RUN-TIME                    PIC 9(06).
001050 77  OPERATOR-RECORD-FOUND       PIC X.
001060 77  SIGNED-ON-OPERATOR-ID       PIC X(08).
001130 77  GL-ACCOUNT-FOUND            PIC X.
001140 77  GL-ACCOUNT-IS-VALID         PIC X.
001150 77  ACCRUAL-SIGN                PIC S9(01).
001151 77  PREPAID-FLAG                 PIC X.
001152 77  PREPAID-START-PERIOD         PIC 9(06).
001153 77  PREPAID-MONTHS               PIC 9(03).
001154 77  PREPAID-SCHEDULE-FOUND       PIC X.
001155 77  PREPAID-REMAINING            PIC S9(6)V99.
001156 77  JOB-RECORD-FOUND             PIC X.
001157 77  JOB-IS-VALID                 PIC X.
001158 77  TEMPLATE-JOB-CLOSED          PIC X.
001160 77  PERIOD-RECORD-FOUND         PIC X.
001170 77  VOUCHER-PERIOD-IS-OPEN      PIC X.
001171 77  BUDGET-RECORD-FOUND         PIC X.
001590 77  VOUCHER-FOREIGN-AMOUNT-FIELD PIC ZZZ,ZZ9.99-.
001600 77  VOUCHER-TAX-RATE             PIC 9V999.
001610 77  VOUCHER-TAX-AMOUNT-FIELD     PIC ZZZ,ZZ9.99-.
001611 77  VOUCHER-VAT-AMOUNT-FIELD     PIC ZZZ,ZZ9.99-.
001612 77  VOUCHER-VAT-USD-FIELD        PIC ZZZ,ZZ9.99-.
001613 77  VAT-AMOUNT-OK                PIC X(01).
001614 77  PRIOR-VAT-COUNTRY            PIC X(02).
001615 77  PRIOR-VAT-REG-NO             PIC X(20).
001620 77  VOUCHER-PAID-AMOUNT-FIELD    PIC ZZZ,ZZ9.99-.
001630 77  VOUCHER-BALANCE-FIELD        PIC ZZZ,ZZ9.99-.
001640 77  VOUCHER-BALANCE-DUE          PIC S9(6)V99.
001660 77  GL-INDEX                     PIC 9(01).
001670 77  GL-ANOTHER-LINE              PIC X(01).
001680 77  GL-DISTRIBUTION-TOTAL        PIC S9(6)V99.
001682 77  GL-CODED-AMOUNT              PIC S9(6)V99.
001684 77  GL-LINE-LIMIT                PIC 9(01).
001686 77  VAT-LINE-ACCOUNT             PIC 9(06).
001687 77  ALLOWABILITY-REVIEWED        PIC X VALUE "N".
001688 77  ALLOWABILITY-OVR-FOUND       PIC X.
001689 77  ALW-INDEX                    PIC 9(01).
001690 77  VOUCHER-GL-AMOUNT-FIELD      PIC ZZZ,ZZ9.99-.
001691 77  ALW-LINE-NUMBER              PIC 9(01).
001692 77  ALW-VOUCHER-NUMBER           PIC 9(07).
001693 77  LINE-ALLOWABLE               PIC X.
001694 01  ALLOWABILITY-TABLE.
001695     05 ALW-ENTRY                 OCCURS 5 TIMES.
001696        10 ALW-DEFAULT            PIC X(01).
001697        10 ALW-FLAG               PIC X(01).
001698        10 ALW-REASON             PIC X(40).
001700
001701 77  VARIANCE-IN-TOLERANCE        PIC X.
001702 77  TOL-VARIANCE                 PIC S9(6)V99.
001709
001710 77  ERROR-MESSAGE                PIC X(79) VALUE SPACE.
001720
001721 77  CAP-OWNER                    PIC 9(05).
001722 77  CAP-OWNER-PARENT             PIC 9(05).
001723 77  CAP-CEILING                  PIC 9(08)V99.
001724 77  CAP-FROM                     PIC 9(08).
001725 77  CAP-THRU                     PIC 9(08).
001726 01  CAP-SAVE-VENDOR              PIC X(539).
001727
001728     COPY "wsvfam.cbl".
001729
001730     COPY "wscase01.cbl".
001740
001750     COPY "wssignon.cbl".
001780
001790     COPY "wsdate01.cbl".
001800
001803     COPY "wsastadd.cbl".
001806
001807     COPY "wszipck.cbl".
001808
001810 77  MMDD                         PIC 9(4).
001820 77  CCYY                         PIC 9(4).
001821
001970     OPEN I-O VOUCHER-FILE.
001972     OPEN EXTEND VOUCHER-JOURNAL-FILE.
001974     MOVE "VCHMNT01" TO JRN-PROGRAM.
001977     MOVE "VCHMNT01" TO AST-PROGRAM.
001980     OPEN I-O VENDOR-FILE.
001990     OPEN I-O CONTROL-FILE.
002000     OPEN EXTEND SKIPPED-VOUCHER-FILE.
002052     OPEN INPUT VOUCHER-HISTORY-FILE.
002053     OPEN INPUT STATE-FILE.
002054     OPEN INPUT TAXABILITY-MATRIX-FILE.
002055     OPEN INPUT ZIP-PREFIX-FILE.
002057     OPEN INPUT GL-ACCOUNT-FILE.
002058     OPEN I-O ASSET-ADDITION-FILE.
002059     OPEN I-O PREPAID-SCHEDULE-FILE.
002060     OPEN EXTEND GL-POST-FILE.
002070     OPEN INPUT ACCT-PERIOD-FILE.
002080     OPEN EXTEND ENTRY-BATCH-FILE.
002090     OPEN INPUT GL-TEMPLATE-FILE.
002095     OPEN INPUT JOB-FILE.
002097     OPEN I-O ALLOWABILITY-OVERRIDE-FILE.
002098     OPEN I-O VOUCHER-CONTRACT-FILE.
002099     OPEN INPUT VENDOR-CONTRACT-FILE.
002100     OPEN INPUT EXCHANGE-RATE-FILE.
002110     OPEN I-O INVOICE-XREF-FILE.
002115     OPEN INPUT WRITE-OFF-FILE.
002120     OPEN I-O PAYMENT-DETAIL-FILE.
002130     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
002140     PERFORM SIGN-ON-OPERATOR.
002652     CLOSE VOUCHER-HISTORY-FILE.
002653     CLOSE STATE-FILE.
002654     CLOSE TAXABILITY-MATRIX-FILE.
002655     CLOSE ZIP-PREFIX-FILE.
002657     CLOSE GL-ACCOUNT-FILE.
002658     CLOSE ASSET-ADDITION-FILE.
002659     CLOSE PREPAID-SCHEDULE-FILE.
002660     CLOSE GL-POST-FILE.
002670     CLOSE ACCT-PERIOD-FILE.
002680     CLOSE ENTRY-BATCH-FILE.
002690     CLOSE GL-TEMPLATE-FILE.
002695     CLOSE JOB-FILE.
002697     CLOSE ALLOWABILITY-OVERRIDE-FILE.
002698     CLOSE VOUCHER-CONTRACT-FILE.
002699     CLOSE VENDOR-CONTRACT-FILE.
002700     CLOSE EXCHANGE-RATE-FILE.
002710     CLOSE INVOICE-XREF-FILE.
002715     CLOSE WRITE-OFF-FILE.
002720     CLOSE PAYMENT-DETAIL-FILE.
002730
002740 MAIN-PROCESS.
005010     PERFORM WRITE-VOUCHER-RECORD.
005020     PERFORM LOG-VOUCHER-NUMBER-COMPLETED.
005030     PERFORM WRITE-INVOICE-XREF.
005032     PERFORM SAVE-VOUCHER-CONTRACT.
005035     PERFORM WRITE-PREPAID-SCHEDULE.
005040     IF VOUCHER-PO-NUMBER NOT = ZEROES
005050         PERFORM UPDATE-PO-VOUCHERED-AMOUNT.
005060     PERFORM POST-ACCRUAL-ENTRIES.
005670     PERFORM ENTER-VOUCHER-SCHEDULE.
005672     PERFORM ENTER-VOUCHER-RETAINAGE.
005674     PERFORM ENTER-VOUCHER-ADVANCE.
005675     PERFORM ENTER-VOUCHER-PREPAID.
005676     PERFORM ENTER-VOUCHER-1099.
005678     PERFORM ENTER-VOUCHER-CONTRACT.
005680     PERFORM ENTER-VOUCHER-SELECTED.
005690
005700*--------------------------------
005780
005790 CHANGE-RECORDS.
005800     PERFORM GET-FIELD-TO-CHANGE.
005801     IF VOUCHER-INVOICE (1:4) = "ICS-" AND
005802        VOUCHER-FOR = "INTERCOMPANY SETTLEMENT"
005803         DISPLAY "INTERCOMPANY SETTLEMENT VOUCHER - DELETE "
005804                 "IT AND RE-RUN ICSSET01 INSTEAD"
005805         MOVE ZERO TO WHICH-FIELD.
005810     PERFORM CHANGE-ONE-FIELD
005820         UNTIL WHICH-FIELD = ZERO.
005830     PERFORM GET-EXISTING-RECORD.
005890 ASK-WHICH-FIELD.
005900     PERFORM ACCEPT-WHICH-FIELD.
005910     PERFORM RE-ACCEPT-WHICH-FIELD
005920         UNTIL WHICH-FIELD < 15.
005930
005940 ACCEPT-WHICH-FIELD.
005950     DISPLAY "ENTER THE NUMBER OF THE FIELD".
005960     DISPLAY "TO CHANGE (1-14) OR 0 TO EXIT".
005970     ACCEPT WHICH-FIELD.
005980
005990 RE-ACCEPT-WHICH-FIELD.
006070 CHANGE-THIS-FIELD.
006080     PERFORM CAPTURE-FIELD-BEFORE-CHANGE.
006090     IF WHICH-FIELD = 1
006092         IF VOUCHER-ONE-TIME-FLAG = "E"
006094             DISPLAY "EMPLOYEE EXPENSE VOUCHER - PAYEE CANNOT "
006096                     "BE CHANGED"
006098         ELSE
006100             PERFORM DELETE-INVOICE-XREF
006110             PERFORM ENTER-VOUCHER-VENDOR
006120             PERFORM WRITE-INVOICE-XREF
006130             PERFORM RECHECK-PO-AFTER-REKEY.
006140     IF WHICH-FIELD = 2
006150         PERFORM DELETE-INVOICE-XREF
006160         PERFORM ENTER-VOUCHER-INVOICE
006244         PERFORM RE-KEY-OVER-BUDGET-LINES
006246             UNTIL BUDGET-BLOCKED = "N"
006247         PERFORM SET-APPROVAL-STATUS
006248         PERFORM REFRESH-PREPAID-SCHEDULE
006250         PERFORM POST-ACCRUAL-ENTRIES
006252         PERFORM POST-TOLERANCE-VARIANCE
006260         PERFORM UPDATE-PO-VOUCHERED-AMOUNT.
006388         PERFORM ENTER-VOUCHER-RETAINAGE.
006390     IF WHICH-FIELD = 13
006392         PERFORM ENTER-VOUCHER-1099.
006393     IF WHICH-FIELD = 14
006394         PERFORM CHANGE-VOUCHER-CONTRACT.
006396     PERFORM CAPTURE-FIELD-AFTER-CHANGE.
006400
006410     PERFORM REWRITE-VOUCHER-RECORD.
006811     IF WHICH-FIELD = 13
006812         MOVE "1099 CLASS"  TO AUD-FIELD-NAME
006813         MOVE VOUCHER-1099-FORM TO AUD-BEFORE-FIELD-VALUE.
006814     IF WHICH-FIELD = 14
006815         PERFORM CAPTURE-CONTRACT-BEFORE.
006816
006820 CAPTURE-FIELD-AFTER-CHANGE.
006830     IF WHICH-FIELD = 1
007038         MOVE VOUCHER-AMOUNT-FIELD TO AUD-AFTER-FIELD-VALUE.
007039     IF WHICH-FIELD = 13
007040         MOVE VOUCHER-1099-FORM TO AUD-AFTER-FIELD-VALUE.
007041     IF WHICH-FIELD = 14
007042         MOVE ENTERED-CONTRACT-ID TO AUD-AFTER-FIELD-VALUE.
007045
007050*--------------------------------
007060* INQUIRE
007310     PERFORM DISPLAY-ALL-FIELDS.
007320
007330     PERFORM ASK-OK-TO-DELETE.
007335     PERFORM CHECK-PREPAID-DELETE.
007340
007350     IF OK-TO-DELETE = "Y"
007355*        ICSSET01 books nothing for a settlement voucher
007356*        until it is paid, so there is no accrual to undo.
007357         IF VOUCHER-INVOICE (1:4) NOT = "ICS-" OR
007358            VOUCHER-FOR NOT = "INTERCOMPANY SETTLEMENT"
007359             PERFORM REVERSE-ACCRUAL-ENTRIES
007360         END-IF
007370         PERFORM DELETE-INVOICE-XREF
007380         PERFORM BACK-OUT-PO-VOUCHERED-AMOUNT
007390         PERFORM LOG-VOUCHER-DELETE
007400         PERFORM DELETE-PAYMENT-DETAILS
007405         PERFORM DELETE-PREPAID-SCHEDULE
007407         PERFORM DELETE-VOUCHER-CONTRACT
007410         PERFORM DELETE-VOUCHER-RECORD.
007420
007430     PERFORM GET-EXISTING-RECORD.
009546     MOVE SPACE  TO VOUCHER-1099-FORM.
009547     MOVE ZEROES TO VOUCHER-LAST-FXGL-AMT.
009548     MOVE ZEROES TO VOUCHER-1099-BOX.
009549     PERFORM CLEAR-VOUCHER-VAT.
009550     PERFORM CLEAR-ONE-GL-LINE
009560         VARYING GL-INDEX FROM 1 BY 1
009570         UNTIL GL-INDEX > 5.
009700 CLEAR-ONE-GL-LINE.
009710     MOVE ZEROES TO VOUCHER-GL-ACCOUNT (GL-INDEX)
009715                    VOUCHER-GL-LINE-COMPANY (GL-INDEX)
009717                    VOUCHER-GL-LINE-JOB (GL-INDEX)
009720                    VOUCHER-GL-AMOUNT (GL-INDEX).
009730
009740 CLEAR-ONE-DISC-ENTRY.
010010
010020 EDIT-VOUCHER-VENDOR.
010030
010031*--------------------------------
010032* 98000-98999 are employee payees,
010033* vouchered only through EXPENT01
010034* from the EMPLOYEE-FILE.
010035*--------------------------------
010040 CHECK-VOUCHER-VENDOR.
010050     PERFORM VOUCHER-VENDOR-REQUIRED.
010060     IF VOUCHER-VENDOR NOT = ZEROES
010070         IF VOUCHER-VENDOR NOT < 99000
010080             PERFORM SET-UP-ONE-TIME-PAYEE
010090         ELSE
010092         IF VOUCHER-VENDOR NOT < 98000
010093             MOVE "N" TO VENDOR-RECORD-FOUND
010094             MOVE "EMPLOYEE PAYEES ARE VOUCHERED THROUGH EXPENT01"
010095               TO ERROR-MESSAGE
010096         ELSE
010100             PERFORM VOUCHER-VENDOR-ON-FILE.
010110
010120*--------------------------------
010620     INSPECT VOUCHER-OT-STATE
010630         CONVERTING LOWER-ALPHA
010640         TO         UPPER-ALPHA.
010642     PERFORM CHECK-ONE-TIME-ZIP.
010644     PERFORM RE-ENTER-ONE-TIME-STATE-ZIP
010646         UNTIL ZIP-STATE-MATCHES NOT = "N".
010650
010660 VOUCHER-VENDOR-REQUIRED.
010670     IF VOUCHER-VENDOR = ZEROES
010930     IF VOUCHER-INVOICE = SPACE
010940         DISPLAY "INVOICE MUST BE ENTERED"
010950     ELSE
010952     IF FAM-DUP-FOUND = "Y"
010954         DISPLAY "RE-KEY THE INVOICE NUMBER"
010956     ELSE
010960         DISPLAY "THAT INVOICE IS ALREADY ON FILE FOR THIS VENDOR"
010965     END-IF
010970     END-IF.
010980     PERFORM ACCEPT-VOUCHER-INVOICE.
010990
011090* the old front-to-back scan of
011100* VOUCHER-FILE was slow and went
011110* blind to anything VCHARC01 had
011120* already moved off.  A vendor
011122* in a parent/branch family is
011124* also checked against its
011126* relatives - see CHECK-RELATED-
011128* VENDOR-INVOICE.
011130*--------------------------------
011140 CHECK-DUPLICATE-VOUCHER-INVOICE.
011150     MOVE "N" TO DUPLICATE-INVOICE-FOUND.
011155     MOVE "N" TO FAM-DUP-FOUND.
011160     IF THE-MODE = "ADD" AND VOUCHER-INVOICE NOT = SPACE
011170         MOVE VOUCHER-VENDOR  TO XRF-VENDOR
011180         MOVE VOUCHER-INVOICE TO XRF-INVOICE
011190         PERFORM READ-INVOICE-XREF
011200         IF XREF-RECORD-FOUND = "Y"
011210             MOVE "Y" TO DUPLICATE-INVOICE-FOUND
011213         ELSE
011216             PERFORM CHECK-RELATED-VENDOR-INVOICE.
011220
011230 ENTER-VOUCHER-FOR.
011240     PERFORM ACCEPT-VOUCHER-FOR.
011570     PERFORM CALCULATE-VOUCHER-USD-AMOUNT.
011580     PERFORM ENTER-VOUCHER-TAX-RATE.
011590     PERFORM CALCULATE-VOUCHER-TAX.
011595     PERFORM ENTER-VOUCHER-VAT.
011600
011610*--------------------------------
011620* Defaults to USD, rate 1.0000 -
015040* or the voucher can't be saved.
015050*--------------------------------
015060 ENTER-VOUCHER-GL-DISTRIBUTION.
015070     PERFORM SET-GL-CODED-AMOUNT.
015080     PERFORM OFFER-GL-TEMPLATE.
015090     IF TEMPLATE-APPLIED = "N"
015100         PERFORM ACCEPT-GL-DISTRIBUTION
015110         PERFORM RE-ACCEPT-GL-DISTRIBUTION
015112             UNTIL GL-DISTRIBUTION-TOTAL = GL-CODED-AMOUNT.
015114     IF VAT-LINE-ACCOUNT NOT = ZEROES
015116         PERFORM ADD-VAT-DISTRIBUTION-LINE.
015118     PERFORM REVIEW-LINE-ALLOWABILITY.
015120
015130*--------------------------------
015140* Distribution template offer.
015280     MOVE "N" TO TEMPLATE-APPLIED.
015290     MOVE ZEROES TO OFFERED-TEMPLATE-CODE.
015300     IF VOUCHER-ONE-TIME-FLAG NOT = "Y" AND
015305        VOUCHER-ONE-TIME-FLAG NOT = "E" AND
015310        VENDOR-GL-TEMPLATE NOT = ZEROES
015320         MOVE VENDOR-GL-TEMPLATE TO OFFERED-TEMPLATE-CODE.
015330     DISPLAY "ENTER GL TEMPLATE CODE, 0 TO CODE BY HAND".
015400         IF TEMPLATE-RECORD-FOUND = "N"
015410             DISPLAY "TEMPLATE NOT ON FILE"
015420             PERFORM OFFER-GL-TEMPLATE
015421         ELSE
015422         IF TPL-LINE-COUNT > GL-LINE-LIMIT
015423             DISPLAY "TEMPLATE USES ALL FIVE LINES - NO ROOM FOR "
015424                     "THE VAT LINE"
015425             PERFORM OFFER-GL-TEMPLATE
015430         ELSE
015440             PERFORM APPLY-GL-TEMPLATE.
015450
015460 APPLY-GL-TEMPLATE.
015470     MOVE ZEROES TO GL-DISTRIBUTION-TOTAL.
015475     MOVE "N" TO TEMPLATE-JOB-CLOSED.
015480     MOVE TPL-LINE-COUNT TO VOUCHER-GL-DIST-COUNT.
015490     PERFORM APPLY-ONE-TEMPLATE-LINE
015500         VARYING GL-INDEX FROM 1 BY 1
015540     PERFORM DISPLAY-ONE-GL-LINE
015550         VARYING GL-INDEX FROM 1 BY 1
015560         UNTIL GL-INDEX > VOUCHER-GL-DIST-COUNT.
015562     IF TEMPLATE-JOB-CLOSED = "Y"
015564         DISPLAY "THE TEMPLATE CARRIES A JOB NOW CLOSED OR OFF "
015566                 "FILE - CODE THIS VOUCHER BY HAND"
015568         MOVE "N" TO TEMPLATE-APPLIED
015570     ELSE
015572         PERFORM ASK-TEMPLATE-OK.
015580
015590 APPLY-ONE-TEMPLATE-LINE.
015600     MOVE TPL-ACCOUNT (GL-INDEX)
015610         TO VOUCHER-GL-ACCOUNT (GL-INDEX).
015611     MOVE TPL-JOB (GL-INDEX)
015612         TO VOUCHER-GL-LINE-JOB (GL-INDEX).
015613     IF VOUCHER-GL-LINE-JOB (GL-INDEX) NOT = ZEROES
015614         PERFORM CHECK-ONE-GL-JOB
015615         IF JOB-IS-VALID = "N"
015616             MOVE "Y" TO TEMPLATE-JOB-CLOSED.
015620     IF GL-INDEX = TPL-LINE-COUNT
015630         COMPUTE VOUCHER-GL-AMOUNT (GL-INDEX) =
015640             GL-CODED-AMOUNT - GL-DISTRIBUTION-TOTAL
015650     ELSE
015660         COMPUTE VOUCHER-GL-AMOUNT (GL-INDEX) ROUNDED =
015670             GL-CODED-AMOUNT * TPL-PERCENT (GL-INDEX) / 100.
015680     ADD VOUCHER-GL-AMOUNT (GL-INDEX)
015690         TO GL-DISTRIBUTION-TOTAL.
015700
015910     MOVE 1 TO GL-INDEX.
015920     MOVE "Y" TO GL-ANOTHER-LINE.
015930     DISPLAY "ENTER GL DISTRIBUTION FOR THIS VOUCHER".
015931     IF VAT-LINE-ACCOUNT NOT = ZEROES
015932         MOVE GL-CODED-AMOUNT TO VOUCHER-GL-AMOUNT-FIELD
015933         DISPLAY "(THE INVOICE LESS ITS VAT - "
015934                 VOUCHER-GL-AMOUNT-FIELD " - THE VAT IS CODED "
015935                 "FOR YOU)".
015940     PERFORM ENTER-ONE-GL-LINE
015950         UNTIL GL-ANOTHER-LINE = "N" OR GL-INDEX > GL-LINE-LIMIT.
015960
015970 RE-ACCEPT-GL-DISTRIBUTION.
015980     DISPLAY "GL DISTRIBUTION LINES MUST ADD UP TO THE "
016079         MOVE ZERO TO VOUCHER-GL-LINE-COMPANY (GL-INDEX).
016080     ADD VOUCHER-GL-AMOUNT (GL-INDEX) TO GL-DISTRIBUTION-TOTAL.
016090     ADD 1 TO GL-INDEX.
016100     IF GL-INDEX > GL-LINE-LIMIT
016110         MOVE "N" TO GL-ANOTHER-LINE
016120     ELSE
016130         PERFORM ASK-ANOTHER-GL-LINE.
016240     PERFORM ACCEPT-ONE-GL-ACCOUNT.
016250     PERFORM RE-ACCEPT-ONE-GL-ACCOUNT
016260         UNTIL GL-ACCOUNT-IS-VALID = "Y".
016265     PERFORM ENTER-ONE-GL-JOB.
016270
016280 ACCEPT-ONE-GL-ACCOUNT.
016290     DISPLAY "GL LINE " GL-INDEX "  ACCOUNT NUMBER".
017030*--------------------------------
017031 ENTER-VOUCHER-DUE.
017032     MOVE ZEROES TO TERM-NET-DATE.
017033     IF VOUCHER-ONE-TIME-FLAG = "N" AND
017034        VENDOR-RECORD-FOUND = "Y"
017035         IF VENDOR-TERMS-NET-DAYS NOT = ZEROES OR
017036            VENDOR-TERMS-TYPE = "E"
018870     PERFORM DISPLAY-VOUCHER-SCHEDULE.
018872     PERFORM DISPLAY-VOUCHER-RECEIVED.
018874     PERFORM DISPLAY-VOUCHER-RETAINAGE.
018877     PERFORM DISPLAY-VOUCHER-PREPAID.
018878     PERFORM DISPLAY-VOUCHER-CONTRACT.
018880     IF VOUCHER-PAID-AMOUNT NOT = VOUCHER-AMOUNT
018890         PERFORM DISPLAY-VOUCHER-SELECTED.
018900     IF VOUCHER-PAID-AMOUNT NOT = ZEROES
018920         PERFORM DISPLAY-VOUCHER-PAID-DATE
018930         PERFORM DISPLAY-VOUCHER-CHECK-NO
018940         PERFORM DISPLAY-VOUCHER-PAYMENT-HISTORY.
018945     PERFORM DISPLAY-VOUCHER-WRITE-OFF.
018950     DISPLAY " ".
018960
018970 DISPLAY-VOUCHER-NUMBER.
019010     IF VOUCHER-ONE-TIME-FLAG = "Y"
019020         DISPLAY "1. VENDOR: " VOUCHER-VENDOR
019030                 " ONE-TIME PAYEE " VOUCHER-OT-PAYEE-NAME
019032     ELSE
019034     IF VOUCHER-ONE-TIME-FLAG = "E"
019036         DISPLAY "1. VENDOR: " VOUCHER-VENDOR
019038                 " EMPLOYEE PAYEE " VOUCHER-OT-PAYEE-NAME
019040     ELSE
019050         PERFORM VOUCHER-VENDOR-ON-FILE
019060         IF VENDOR-RECORD-FOUND = "N"
019370 DISPLAY-VOUCHER-TAX-AMOUNT.
019380     MOVE VOUCHER-TAX-AMOUNT TO VOUCHER-TAX-AMOUNT-FIELD.
019390     DISPLAY "   TAX INCLUDED: " VOUCHER-TAX-AMOUNT-FIELD.
019391     IF VOUCHER-VAT-AMOUNT NOT = ZEROES
019392         MOVE VOUCHER-VAT-USD-AMOUNT TO VOUCHER-VAT-USD-FIELD
019393         MOVE VOUCHER-VAT-AMOUNT TO VOUCHER-VAT-AMOUNT-FIELD
019394         DISPLAY "   VAT INCLUDED: " VOUCHER-VAT-USD-FIELD
019395                 " (" VOUCHER-VAT-AMOUNT-FIELD " "
019396                 VOUCHER-CURRENCY-CODE " AT "
019397                 VOUCHER-VAT-RATE "%)"
019398         DISPLAY "   VAT COUNTRY: " VOUCHER-VAT-COUNTRY
019399                 "  REG NO: " VOUCHER-VAT-REG-NO.
019400
019410 DISPLAY-VOUCHER-GL-DISTRIBUTION.
019420     IF VOUCHER-GL-DIST-COUNT NOT = ZERO
019490     MOVE VOUCHER-GL-AMOUNT (GL-INDEX) TO VOUCHER-GL-AMOUNT-FIELD.
019500     DISPLAY "      ACCOUNT " VOUCHER-GL-ACCOUNT (GL-INDEX)
019510             " FOR " VOUCHER-GL-AMOUNT-FIELD.
019513     IF VOUCHER-GL-LINE-JOB (GL-INDEX) NOT = ZEROES
019516         DISPLAY "         JOB " VOUCHER-GL-LINE-JOB (GL-INDEX).
019517     PERFORM GET-LINE-ALLOWABILITY.
019518     IF LINE-ALLOWABLE = "N"
019519         DISPLAY "         UNALLOWABLE ON GOVERNMENT CONTRACTS".
019520
019530 DISPLAY-VOUCHER-DATE.
019540     MOVE VOUCHER-DATE TO DATE-CCYYMMDD.
020890     MOVE SPACE  TO AUD-BEFORE-FIELD-VALUE.
020900     MOVE VOUCHER-AMOUNT TO VOUCHER-AMOUNT-FIELD.
020910     MOVE VOUCHER-AMOUNT-FIELD TO AUD-AFTER-FIELD-VALUE.
020915     PERFORM SET-VOUCHER-OPEN-ITEM.
020920     WRITE VOUCHER-RECORD
020930         INVALID KEY
020940         DISPLAY "RECORD ALREADY ON FILE".
020945     PERFORM JOURNAL-VOUCHER-ADD.
020947     PERFORM SAVE-ALLOWABILITY-OVERRIDES.
020950     PERFORM WRITE-AUDIT-LOG-RECORD.
020960
020970 REWRITE-VOUCHER-RECORD.
020975     PERFORM SET-VOUCHER-OPEN-ITEM.
020980     REWRITE VOUCHER-RECORD
020990         INVALID KEY
021000         DISPLAY "ERROR REWRITING VENDOR RECORD".
021005     PERFORM JOURNAL-VOUCHER-REWRITE.
021007     PERFORM SAVE-ALLOWABILITY-OVERRIDES.
021010     PERFORM WRITE-AUDIT-LOG-RECORD.
021020
021030 DELETE-VOUCHER-RECORD.
021340     MOVE AUD-AFTER-FIELD-VALUE  TO AUD-AFTER-VALUE.
021350     MOVE "V"                    TO AUD-SOURCE.
021360     MOVE ZEROES                 TO AUD-VENDOR-NUMBER.
021365     MOVE SPACE                  TO AUD-TABLE-KEY.
021370     WRITE AUDIT-LOG-RECORD.
021380
021390*--------------------------------
021560 POST-ACCRUAL-ENTRIES.
021570     MOVE +1 TO ACCRUAL-SIGN.
021580     PERFORM WRITE-ACCRUAL-LINES.
021585     PERFORM WRITE-ASSET-ADDITIONS.
021590
021600 REVERSE-ACCRUAL-ENTRIES.
021610     MOVE -1 TO ACCRUAL-SIGN.
021620     PERFORM WRITE-ACCRUAL-LINES.
021625     PERFORM REMOVE-ASSET-ADDITIONS.
021630
021640 WRITE-ACCRUAL-LINES.
021650     PERFORM READ-CONTROL-RECORD.
021655     MOVE CONTROL-INTERCO-ACCOUNT TO OWN-INTERCO-ACCOUNT.
021657     PERFORM LOOK-UP-PREPAID-SCHEDULE.
021660     PERFORM WRITE-ONE-ACCRUAL-LINE
021670         VARYING GL-INDEX FROM 1 BY 1
021680         UNTIL GL-INDEX > VOUCHER-GL-DIST-COUNT.
021730
021740 WRITE-ONE-ACCRUAL-LINE.
021750     MOVE VOUCHER-GL-ACCOUNT (GL-INDEX) TO GLP-ACCOUNT.
021753     IF PREPAID-SCHEDULE-FOUND = "Y"
021756         MOVE PPS-ASSET-ACCOUNT TO GLP-ACCOUNT.
021760     COMPUTE GLP-AMOUNT =
021770         VOUCHER-GL-AMOUNT (GL-INDEX) * ACCRUAL-SIGN.
021772     IF VOUCHER-GL-LINE-COMPANY (GL-INDEX) = ZERO
024990             MOVE PO-TOLERANCE-VARIANCE  TO GLP-AMOUNT
025000             PERFORM WRITE-VARIANCE-POST-RECORD
025010             MOVE VOUCHER-GL-ACCOUNT (1) TO GLP-ACCOUNT
025012             IF PREPAID-SCHEDULE-FOUND = "Y"
025014                 MOVE PPS-ASSET-ACCOUNT TO GLP-ACCOUNT
025016                 PERFORM REDUCE-PREPAID-BY-VARIANCE
025018             END-IF
025020             COMPUTE GLP-AMOUNT =
025030                 ZERO - PO-TOLERANCE-VARIANCE
025040             PERFORM WRITE-VARIANCE-POST-RECORD
025820*--------------------------------
025830 OFFER-ADVANCE-APPLICATION.
025840     IF VOUCHER-ADVANCE-FLAG = "Y" OR
025850        VOUCHER-ONE-TIME-FLAG = "Y" OR
025855        VOUCHER-ONE-TIME-FLAG = "E"
025860         CONTINUE
025870     ELSE
025880         PERFORM LIST-OPEN-ADVANCES
027750*--------------------------------
027760 OFFER-CREDIT-MEMO-MATCH.
027770     IF VOUCHER-AMOUNT < ZERO AND
027780        VOUCHER-ONE-TIME-FLAG NOT = "Y" AND
027785        VOUCHER-ONE-TIME-FLAG NOT = "E"
027790         PERFORM LIST-OPEN-EXPECTED-CREDITS
027800         IF EXC-OPEN-COUNT NOT = ZEROES
027810             PERFORM MATCH-ONE-EXPECTED-CREDIT
030050* override uses, logged the same
030060* way.  A blocked voucher's
030070* amount and coding are re-keyed.
030072* The cap may be the parent
030074* vendor's - see FIND-CONTRACT-
030076* CAP.
030080*--------------------------------
030090 CHECK-CONTRACT-CEILING.
030100     MOVE "N" TO CEILING-BLOCKED.
030104     MOVE ZEROES TO CAP-CEILING.
030108     IF VOUCHER-ONE-TIME-FLAG NOT = "Y" AND
030112        VOUCHER-ONE-TIME-FLAG NOT = "E"
030116         PERFORM FIND-CONTRACT-CAP.
030120     IF CAP-CEILING = ZEROES OR
030130        VOUCHER-DATE < CAP-FROM OR
030140        VOUCHER-DATE > CAP-THRU
030150         CONTINUE
030160     ELSE
030170         PERFORM TOTAL-CONTRACT-USAGE
030180         COMPUTE CONTRACT-AFTER-AMOUNT =
030190             CONTRACT-USED-AMOUNT + VOUCHER-AMOUNT
030200         COMPUTE CONTRACT-WARN-LEVEL ROUNDED =
030210             CAP-CEILING * .90
030220         IF CONTRACT-AFTER-AMOUNT >
030230                CAP-CEILING
030240             PERFORM REPORT-OVER-CEILING
030250         ELSE
030260         IF CONTRACT-AFTER-AMOUNT > CONTRACT-WARN-LEVEL
030340     MOVE CONTRACT-AFTER-AMOUNT TO CONTRACT-AMOUNT-FIELD.
030350     DISPLAY "*** THIS VOUCHER PUTS THE VENDOR OVER ITS "
030360             "CONTRACT CAP ***".
030361     IF CAP-OWNER NOT = VOUCHER-VENDOR
030362         DISPLAY "    THE CAP IS PARENT VENDOR " CAP-OWNER
030363                 "'S - EVERY BRANCH COUNTS AGAINST IT"
030364     ELSE
030365     IF FAM-MEMBER-COUNT > 1
030366         DISPLAY "    EVERY BRANCH OF THIS VENDOR COUNTS "
030367                 "AGAINST ITS CAP".
030370     DISPLAY "    COMMITTED WITH THIS VOUCHER: "
030380             CONTRACT-AMOUNT-FIELD.
030390     PERFORM ACCEPT-PO-OVERRIDE-ID.
030570     PERFORM CHECK-CONTRACT-CEILING.
030580
030590*    Live vouchers first, the archive second - a year-long
030600*    window usually spans both files.  One vendor of the
030608*    capped family per pass - TOTAL-CONTRACT-USAGE parks
030609*    the in-flight voucher around the lot, since the live
030610*    scan READs over the not-yet-written voucher in the
030611*    record buffer.
030612 TOTAL-ONE-CAP-MEMBER.
030620     MOVE FAM-MEMBER (FAM-INDEX) TO CEILING-SCAN-VENDOR.
030630     MOVE CEILING-SCAN-VENDOR TO VOUCHER-VENDOR.
030650     MOVE "N" TO CEILING-SCAN-AT-END.
030660     START VOUCHER-FILE
030670         KEY IS NOT LESS THAN VOUCHER-VENDOR
030750         INVALID KEY MOVE "Y" TO CEILING-SCAN-AT-END.
030760     PERFORM TOTAL-ONE-ARCHIVED-VOUCHER
030770         UNTIL CEILING-SCAN-AT-END = "Y".
030810
030820 TOTAL-ONE-LIVE-VOUCHER.
030830     READ VOUCHER-FILE NEXT RECORD
030860         IF VOUCHER-VENDOR NOT = CEILING-SCAN-VENDOR
030870             MOVE "Y" TO CEILING-SCAN-AT-END
030880         ELSE
030890         IF VOUCHER-DATE NOT < CAP-FROM AND
030900            VOUCHER-DATE NOT > CAP-THRU
030910             ADD VOUCHER-AMOUNT TO CONTRACT-USED-AMOUNT.
030920
030930 TOTAL-ONE-ARCHIVED-VOUCHER.
030970         IF VCH-HIST-VENDOR NOT = CEILING-SCAN-VENDOR
030980             MOVE "Y" TO CEILING-SCAN-AT-END
030990         ELSE
031000         IF VCH-HIST-DATE NOT < CAP-FROM AND
031010            VCH-HIST-DATE NOT > CAP-THRU
031020             ADD VCH-HIST-AMOUNT TO CONTRACT-USED-AMOUNT.
031030
031040*--------------------------------
031120*--------------------------------
031130 ENTER-VOUCHER-1099.
031140     IF VOUCHER-ONE-TIME-FLAG = "Y" OR
031145        VOUCHER-ONE-TIME-FLAG = "E" OR
031150        VENDOR-RECORD-FOUND NOT = "Y" OR
031160        VENDOR-1099-FLAG NOT = "Y"
031170         MOVE SPACE  TO VOUCHER-1099-FORM
032600     COPY "plterms.cbl".
032610
032620     COPY "plvjrnl.cbl".
032623
032626     COPY "plastadd.cbl".
032630
032633     COPY "plzipck.cbl".
032636
032640*--------------------------------
032650* Prepaid expense.  A premium or
032660* maintenance contract paid once
032670* but belonging to a run of
032680* months is keyed against its
032690* real expense lines and flagged
032700* here - the accrual then books
032710* to CONTROL-PREPAID-ACCOUNT
032720* instead, and PPDAMR01 moves it
032730* out to those lines a month at
032740* a time.  An advance voucher is
032750* an asset already and is never
032760* asked.
032770*--------------------------------
032780 ENTER-VOUCHER-PREPAID.
032790     MOVE "N" TO PREPAID-FLAG.
032800     IF VOUCHER-ADVANCE-FLAG NOT = "Y"
032810         PERFORM ACCEPT-VOUCHER-PREPAID.
032820
032830 ACCEPT-VOUCHER-PREPAID.
032840     DISPLAY "IS THIS A PREPAID EXPENSE TO AMORTIZE (Y/N)?".
032850     ACCEPT PREPAID-FLAG.
032860     INSPECT PREPAID-FLAG
032870         CONVERTING LOWER-ALPHA
032880         TO         UPPER-ALPHA.
032890     IF PREPAID-FLAG NOT = "Y" AND
032900        PREPAID-FLAG NOT = "N"
032910         DISPLAY "MUST BE YES OR NO"
032920         PERFORM ACCEPT-VOUCHER-PREPAID
032930     ELSE
032940     IF PREPAID-FLAG = "Y"
032950         PERFORM CHECK-PREPAID-ACCOUNT.
032960
032970 CHECK-PREPAID-ACCOUNT.
032980     PERFORM READ-CONTROL-RECORD.
032990     IF CONTROL-PREPAID-ACCOUNT = ZEROES
033000         DISPLAY "NO PREPAID-EXPENSE ACCOUNT IS SET FOR "
033010                 "THIS COMPANY - A SUPERVISOR SETS IT"
033020         DISPLAY "IN CTLMNT01.  VOUCHER WILL BOOK "
033030                 "STRAIGHT TO EXPENSE."
033040         MOVE "N" TO PREPAID-FLAG
033050     ELSE
033060         PERFORM ENTER-PREPAID-START-PERIOD
033070         PERFORM ENTER-PREPAID-MONTHS.
033080
033090 ENTER-PREPAID-START-PERIOD.
033100     DISPLAY "ENTER FIRST MONTH TO EXPENSE (CCYYMM)".
033110     ACCEPT PREPAID-START-PERIOD.
033120     IF PREPAID-START-PERIOD < 190001 OR
033130        PREPAID-START-PERIOD(5:2) < "01" OR
033140        PREPAID-START-PERIOD(5:2) > "12"
033150         DISPLAY "MUST BE A YEAR AND MONTH - CCYYMM"
033160         PERFORM ENTER-PREPAID-START-PERIOD.
033170
033180 ENTER-PREPAID-MONTHS.
033190     DISPLAY "ENTER NUMBER OF MONTHS TO SPREAD IT OVER "
033200             "(2-120)".
033210     ACCEPT PREPAID-MONTHS.
033220     IF PREPAID-MONTHS < 2 OR
033230        PREPAID-MONTHS > 120
033240         DISPLAY "MUST BE 2 TO 120 MONTHS"
033250         PERFORM ENTER-PREPAID-MONTHS.
033260
033270*--------------------------------
033280* The schedule is written before
033290* the accrual posts - WRITE-
033300* ACCRUAL-LINES finds it there
033310* and swaps the asset account in
033320* for each expense line.
033330*--------------------------------
033340 WRITE-PREPAID-SCHEDULE.
033350     IF PREPAID-FLAG = "Y"
033360         PERFORM READ-CONTROL-RECORD
033370         MOVE VOUCHER-NUMBER  TO PPS-VOUCHER-NUMBER
033380         MOVE COMPANY-CODE    TO PPS-COMPANY
033390         MOVE VOUCHER-VENDOR  TO PPS-VENDOR
033400         MOVE VOUCHER-INVOICE TO PPS-INVOICE
033410         MOVE CONTROL-PREPAID-ACCOUNT TO PPS-ASSET-ACCOUNT
033420         MOVE PREPAID-START-PERIOD TO PPS-START-PERIOD
033430         MOVE PREPAID-MONTHS  TO PPS-MONTHS
033440         MOVE ZEROES TO PPS-MONTHS-POSTED
033450                        PPS-AMORTIZED
033460                        PPS-LAST-PERIOD
033470         MOVE "A"             TO PPS-STATUS
033480         MOVE RUN-DATE        TO PPS-ADDED-DATE
033490         PERFORM LOAD-PREPAID-LINES
033500         WRITE PREPAID-SCHEDULE-RECORD
033510             INVALID KEY
033520             DISPLAY "ERROR WRITING PREPAID SCHEDULE".
033530
033540 LOAD-PREPAID-LINES.
033550     MOVE VOUCHER-AMOUNT        TO PPS-AMOUNT.
033560     MOVE VOUCHER-GL-DIST-COUNT TO PPS-LINE-COUNT.
033570     PERFORM LOAD-ONE-PREPAID-LINE
033580         VARYING GL-INDEX FROM 1 BY 1
033590         UNTIL GL-INDEX > 5.
033600
033610 LOAD-ONE-PREPAID-LINE.
033620     IF GL-INDEX > VOUCHER-GL-DIST-COUNT
033630         MOVE ZEROES TO PPS-LINE-ACCOUNT (GL-INDEX)
033640                        PPS-LINE-COMPANY (GL-INDEX)
033650                        PPS-LINE-AMOUNT (GL-INDEX)
033660     ELSE
033670         MOVE VOUCHER-GL-ACCOUNT (GL-INDEX)
033680             TO PPS-LINE-ACCOUNT (GL-INDEX)
033690         MOVE VOUCHER-GL-LINE-COMPANY (GL-INDEX)
033700             TO PPS-LINE-COMPANY (GL-INDEX)
033710         MOVE VOUCHER-GL-AMOUNT (GL-INDEX)
033720             TO PPS-LINE-AMOUNT (GL-INDEX).
033730
033740*--------------------------------
033750* An amount change re-keys the
033760* distribution - carry the new
033770* lines and total onto the
033780* schedule.  PPDAMR01 spreads
033790* whatever is left over the
033800* months still to run, so a
033810* change mid-schedule corrects
033820* itself.
033830*--------------------------------
033840 REFRESH-PREPAID-SCHEDULE.
033850     PERFORM LOOK-UP-PREPAID-SCHEDULE.
033860     IF PREPAID-SCHEDULE-FOUND = "Y"
033870         PERFORM LOAD-PREPAID-LINES
033880         IF PPS-AMORTIZED = PPS-AMOUNT
033890             MOVE "C" TO PPS-STATUS
033900         ELSE
033910             MOVE "A" TO PPS-STATUS
033920         END-IF
033930         PERFORM REWRITE-PREPAID-SCHEDULE.
033940
033950*--------------------------------
033960* A tolerance variance comes out
033970* of the asset, not an expense
033980* line the accrual never touched
033990* - and out of what is left to
034000* amortize.
034010*--------------------------------
034020 REDUCE-PREPAID-BY-VARIANCE.
034030     SUBTRACT PO-TOLERANCE-VARIANCE FROM PPS-AMOUNT.
034040     SUBTRACT PO-TOLERANCE-VARIANCE FROM PPS-LINE-AMOUNT (1).
034050     PERFORM REWRITE-PREPAID-SCHEDULE.
034060
034070*--------------------------------
034080* Once a month has been expensed
034090* the voucher cannot simply be
034100* backed out - the reversal would
034110* credit the asset for money that
034120* has already left it.
034130*--------------------------------
034140 CHECK-PREPAID-DELETE.
034150     IF OK-TO-DELETE = "Y"
034160         PERFORM LOOK-UP-PREPAID-SCHEDULE
034170         IF PREPAID-SCHEDULE-FOUND = "Y" AND
034180            PPS-AMORTIZED NOT = ZEROES
034190             DISPLAY "AMORTIZATION HAS ALREADY POSTED "
034200                     "AGAINST THIS PREPAID VOUCHER"
034210             DISPLAY "IT CANNOT BE DELETED"
034220             MOVE "N" TO OK-TO-DELETE.
034230
034240 DELETE-PREPAID-SCHEDULE.
034250     PERFORM LOOK-UP-PREPAID-SCHEDULE.
034260     IF PREPAID-SCHEDULE-FOUND = "Y"
034270         DELETE PREPAID-SCHEDULE-FILE RECORD
034280             INVALID KEY
034290             DISPLAY "ERROR DELETING PREPAID SCHEDULE".
034300
034310 DISPLAY-VOUCHER-PREPAID.
034320     PERFORM LOOK-UP-PREPAID-SCHEDULE.
034330     IF PREPAID-SCHEDULE-FOUND = "Y"
034340         COMPUTE PREPAID-REMAINING =
034350             PPS-AMOUNT - PPS-AMORTIZED
034360         MOVE PREPAID-REMAINING TO VOUCHER-AMOUNT-FIELD
034370         DISPLAY "   PREPAID FROM " PPS-START-PERIOD
034380                 " OVER " PPS-MONTHS " MONTHS - "
034390                 PPS-MONTHS-POSTED " POSTED, "
034400                 VOUCHER-AMOUNT-FIELD " LEFT".
034410
034420 LOOK-UP-PREPAID-SCHEDULE.
034430     MOVE VOUCHER-NUMBER TO PPS-VOUCHER-NUMBER.
034440     MOVE "Y" TO PREPAID-SCHEDULE-FOUND.
034450     READ PREPAID-SCHEDULE-FILE RECORD
034460         INVALID KEY
034470            MOVE "N" TO PREPAID-SCHEDULE-FOUND.
034480
034490 REWRITE-PREPAID-SCHEDULE.
034500     REWRITE PREPAID-SCHEDULE-RECORD
034510         INVALID KEY
034520         DISPLAY "ERROR REWRITING PREPAID SCHEDULE".
034530*--------------------------------
034540* Job cost.  A line may carry
034550* the project / job its cost
034560* belongs to - zero for a line
034570* that is not job cost.  The job
034580* must be on the job master and
034590* still open; a closed job takes
034600* no new cost.
034610*--------------------------------
034620 ENTER-ONE-GL-JOB.
034630     PERFORM ACCEPT-ONE-GL-JOB.
034640     PERFORM RE-ACCEPT-ONE-GL-JOB
034650         UNTIL JOB-IS-VALID = "Y".
034660
034670 ACCEPT-ONE-GL-JOB.
034680     DISPLAY "GL LINE " GL-INDEX "  JOB NUMBER (0 IF NONE)".
034690     ACCEPT VOUCHER-GL-LINE-JOB (GL-INDEX).
034700     MOVE "Y" TO JOB-IS-VALID.
034710     IF VOUCHER-GL-LINE-JOB (GL-INDEX) NOT = ZEROES
034720         PERFORM CHECK-ONE-GL-JOB.
034730
034740 RE-ACCEPT-ONE-GL-JOB.
034750     DISPLAY ERROR-MESSAGE.
034760     PERFORM ACCEPT-ONE-GL-JOB.
034770
034780 CHECK-ONE-GL-JOB.
034790     MOVE "N" TO JOB-IS-VALID.
034800     MOVE VOUCHER-GL-LINE-JOB (GL-INDEX) TO JOB-NUMBER.
034810     MOVE "Y" TO JOB-RECORD-FOUND.
034820     READ JOB-FILE RECORD
034830         INVALID KEY
034840            MOVE "N" TO JOB-RECORD-FOUND.
034850     IF JOB-RECORD-FOUND = "N"
034860         MOVE "JOB NOT ON THE JOB MASTER"
034870           TO ERROR-MESSAGE
034880     ELSE
034890     IF JOB-STATUS NOT = "O"
034900         MOVE "JOB IS CLOSED - NO NEW COST MAY BE CODED TO IT"
034910           TO ERROR-MESSAGE
034920     ELSE
034930         MOVE "Y" TO JOB-IS-VALID.
034940
034950* The payee's ZIP must lie in the state keyed - a 60601
034960* against IN is a returned check.  A ZIP whose prefix is
034970* not on the ZIP-prefix table is taken as keyed.
034980 CHECK-ONE-TIME-ZIP.
034990     MOVE VOUCHER-OT-ZIP   TO ZIP-TEST-ZIP.
035000     MOVE VOUCHER-OT-STATE TO ZIP-TEST-STATE.
035010     PERFORM CHECK-ZIP-STATE.
035020
035030 RE-ENTER-ONE-TIME-STATE-ZIP.
035040     DISPLAY "ZIP " VOUCHER-OT-ZIP(1:5) " IS IN "
035050             ZIP-PREFIX-STATE ", NOT " VOUCHER-OT-STATE
035060             " - RE-ENTER THE STATE AND ZIP".
035070     DISPLAY "ENTER PAYEE STATE (2 CHARACTERS)".
035080     ACCEPT VOUCHER-OT-STATE.
035090     INSPECT VOUCHER-OT-STATE
035100         CONVERTING LOWER-ALPHA
035110         TO         UPPER-ALPHA.
035120     DISPLAY "ENTER PAYEE ZIP".
035130     ACCEPT VOUCHER-OT-ZIP.
035140     PERFORM CHECK-ONE-TIME-ZIP.
035150
035160     COPY "plvopen.cbl".
035170
035180*--------------------------------
035190* The same invoice already on file
035200* under another vendor of this
035210* one's parent/branch family - the
035220* branch that re-bills head
035230* office's invoice.  Branches can
035240* number their own invoices, so
035250* the match is put to the clerk
035260* rather than refused outright.
035270*--------------------------------
035280 CHECK-RELATED-VENDOR-INVOICE.
035290     MOVE VOUCHER-VENDOR  TO FAM-VENDOR.
035300     MOVE VOUCHER-INVOICE TO FAM-INVOICE.
035310     PERFORM CHECK-FAMILY-INVOICE.
035320     IF FAM-DUP-FOUND = "Y"
035330         DISPLAY "*** INVOICE " VOUCHER-INVOICE
035340                 " IS ALREADY ON FILE UNDER RELATED VENDOR "
035350                 FAM-DUP-VENDOR
035360         DISPLAY "    (VOUCHER " FAM-DUP-VOUCHER ") ***"
035370         PERFORM ASK-RELATED-INVOICE-OK.
035380
035390 ASK-RELATED-INVOICE-OK.
035400     PERFORM ACCEPT-RELATED-INVOICE-OK.
035410     PERFORM RE-ACCEPT-RELATED-INVOICE-OK
035420         UNTIL A-DUMMY = "Y" OR "N".
035430     IF A-DUMMY = "Y"
035440         MOVE "N" TO FAM-DUP-FOUND
035450     ELSE
035460         MOVE "Y" TO DUPLICATE-INVOICE-FOUND.
035470
035480 ACCEPT-RELATED-INVOICE-OK.
035490     DISPLAY "IS THIS A DIFFERENT INVOICE (Y/N)?".
035500     ACCEPT A-DUMMY.
035505     INSPECT A-DUMMY
035510         CONVERTING LOWER-ALPHA
035515         TO         UPPER-ALPHA.
035518
035520 RE-ACCEPT-RELATED-INVOICE-OK.
035522     DISPLAY "YOU MUST ENTER YES OR NO".
035524     PERFORM ACCEPT-RELATED-INVOICE-OK.
035530
035540*--------------------------------
035550* Which contract cap governs this
035560* voucher.  The vendor's own comes
035570* first; a branch with none of its
035580* own draws on its parent's.  A
035590* cap held by a parent (or by any
035600* vendor with no parent) is a
035610* family cap - every branch's
035620* vouchers count against it.  A
035630* branch with a contract of its
035640* own is held to that one alone.
035650*--------------------------------
035660 FIND-CONTRACT-CAP.
035670     MOVE VOUCHER-VENDOR          TO CAP-OWNER.
035680     MOVE VENDOR-PARENT           TO CAP-OWNER-PARENT.
035690     MOVE VENDOR-CONTRACT-CEILING TO CAP-CEILING.
035700     MOVE VENDOR-CONTRACT-FROM    TO CAP-FROM.
035710     MOVE VENDOR-CONTRACT-THRU    TO CAP-THRU.
035720     MOVE 1 TO FAM-MEMBER-COUNT.
035730     IF CAP-CEILING = ZEROES AND
035740        VENDOR-PARENT NOT = ZEROES
035750         PERFORM READ-PARENT-CONTRACT-CAP.
035760
035770*    The parent is read into the vendor buffer, so the
035780*    voucher's own vendor is parked and put back.
035790 READ-PARENT-CONTRACT-CAP.
035800     MOVE VENDOR-RECORD TO CAP-SAVE-VENDOR.
035810     MOVE VENDOR-PARENT TO VENDOR-NUMBER.
035820     PERFORM READ-VENDOR-RECORD.
035830     IF VENDOR-RECORD-FOUND = "Y" AND
035840        VENDOR-CONTRACT-CEILING NOT = ZEROES
035850         MOVE VENDOR-NUMBER           TO CAP-OWNER
035860         MOVE ZEROES                  TO CAP-OWNER-PARENT
035870         MOVE VENDOR-CONTRACT-CEILING TO CAP-CEILING
035880         MOVE VENDOR-CONTRACT-FROM    TO CAP-FROM
035890         MOVE VENDOR-CONTRACT-THRU    TO CAP-THRU.
035900     MOVE CAP-SAVE-VENDOR TO VENDOR-RECORD.
035910     MOVE "Y" TO VENDOR-RECORD-FOUND.
035920
035930*    The scans READ over the not-yet-written voucher in
035940*    the record buffer, so the whole record is parked in
035950*    working storage first and put back after - the same
035960*    collect-then-restore discipline CHKVOD01 uses.
035970 TOTAL-CONTRACT-USAGE.
035980     MOVE ZEROES TO CONTRACT-USED-AMOUNT.
035990     MOVE VOUCHER-RECORD TO CEILING-SAVE-IMAGE.
036000     IF CAP-OWNER-PARENT = ZEROES
036010         MOVE CAP-OWNER TO FAM-VENDOR
036020         PERFORM LOAD-VENDOR-FAMILY
036030     ELSE
036040         MOVE 1 TO FAM-MEMBER-COUNT
036050         MOVE CAP-OWNER TO FAM-MEMBER (1).
036060     PERFORM TOTAL-ONE-CAP-MEMBER
036070         VARYING FAM-INDEX FROM 1 BY 1
036080         UNTIL FAM-INDEX > FAM-MEMBER-COUNT.
036090     MOVE CEILING-SAVE-IMAGE TO VOUCHER-RECORD.
036100
036110     COPY "plvfam.cbl".
036120
036130     COPY "plvfinv.cbl".
036140
036150*--------------------------------
036160* VAT/GST on an overseas invoice
036170* - the amount in the invoice
036180* currency, the rate and the
036190* vendor's registration number
036200* for the country we reclaim it
036210* from.  The VAT is owed to the
036220* vendor, so it goes into the
036223* invoice-currency amount CHKRUN01
036226* settles from and its USD value
036230* into VOUCHER-AMOUNT, but it is
036240* coded to the recoverable-VAT
036250* account, not to expense (see
036260* SET-GL-CODED-AMOUNT).  A USD
036270* invoice never carries it.
036280*--------------------------------
036290 ENTER-VOUCHER-VAT.
036300     MOVE VOUCHER-VAT-COUNTRY TO PRIOR-VAT-COUNTRY.
036310     MOVE VOUCHER-VAT-REG-NO  TO PRIOR-VAT-REG-NO.
036320     PERFORM CLEAR-VOUCHER-VAT.
036330     IF VOUCHER-CURRENCY-CODE NOT = "USD"
036340         PERFORM ENTER-VOUCHER-VAT-RATE
036350         IF VOUCHER-VAT-RATE NOT = ZEROES
036360             PERFORM ENTER-VOUCHER-VAT-AMOUNT
036370             PERFORM ENTER-VOUCHER-VAT-COUNTRY
036380             PERFORM ENTER-VOUCHER-VAT-REG-NO
036390             PERFORM CALCULATE-VOUCHER-VAT-USD.
036400
036410 ENTER-VOUCHER-VAT-RATE.
036420     DISPLAY "ENTER VAT/GST RATE CHARGED ON THE INVOICE, AS A "
036430             "PERCENT".
036440     DISPLAY "(20.00 FOR 20%, 0 IF NONE)".
036450     ACCEPT VOUCHER-VAT-RATE.
036460
036470*    The VAT at the rate keyed is offered; the figure
036480*    printed on the invoice wins when the vendor rounded
036490*    it differently.
036500 ENTER-VOUCHER-VAT-AMOUNT.
036510     COMPUTE VOUCHER-VAT-AMOUNT ROUNDED =
036520         VOUCHER-FOREIGN-AMOUNT * VOUCHER-VAT-RATE / 100.
036530     MOVE VOUCHER-VAT-AMOUNT TO VOUCHER-VAT-AMOUNT-FIELD.
036540     DISPLAY "VAT AT " VOUCHER-VAT-RATE "% IS "
036550             VOUCHER-VAT-AMOUNT-FIELD " " VOUCHER-CURRENCY-CODE.
036560     PERFORM ACCEPT-VAT-AMOUNT-OK.
036570     PERFORM RE-ACCEPT-VAT-AMOUNT-OK
036580         UNTIL VAT-AMOUNT-OK = "Y" OR VAT-AMOUNT-OK = "N".
036590     IF VAT-AMOUNT-OK = "N"
036600         PERFORM ACCEPT-VOUCHER-VAT-AMOUNT
036610         PERFORM RE-ACCEPT-VOUCHER-VAT-AMOUNT
036620             UNTIL VOUCHER-VAT-AMOUNT NOT = ZEROES.
036630
036640 ACCEPT-VAT-AMOUNT-OK.
036650     DISPLAY "IS THAT THE VAT ON THE INVOICE (Y/N)?".
036660     ACCEPT VAT-AMOUNT-OK.
036670     INSPECT VAT-AMOUNT-OK
036680         CONVERTING LOWER-ALPHA
036690         TO         UPPER-ALPHA.
036700
036710 RE-ACCEPT-VAT-AMOUNT-OK.
036720     DISPLAY "YOU MUST ENTER YES OR NO".
036730     PERFORM ACCEPT-VAT-AMOUNT-OK.
036740
036750 ACCEPT-VOUCHER-VAT-AMOUNT.
036760     DISPLAY "ENTER THE VAT SHOWN ON THE INVOICE, IN "
036770             VOUCHER-CURRENCY-CODE " (NEGATIVE ON A CREDIT MEMO)".
036780     ACCEPT VOUCHER-VAT-AMOUNT-FIELD.
036790     MOVE VOUCHER-VAT-AMOUNT-FIELD TO VOUCHER-VAT-AMOUNT.
036800
036810 RE-ACCEPT-VOUCHER-VAT-AMOUNT.
036820     DISPLAY "VAT MUST NOT BE ZERO - ENTER 0 AS THE RATE FOR "
036830             "AN INVOICE WITH NO VAT".
036840     PERFORM ACCEPT-VOUCHER-VAT-AMOUNT.
036850
036860*    The country and registration number the refund
036870*    claim is filed under.  On a change the figures
036880*    already on the voucher are kept when left blank.
036890 ENTER-VOUCHER-VAT-COUNTRY.
036900     DISPLAY "ENTER COUNTRY THE VAT IS RECLAIMED FROM "
036910             "(2-LETTER CODE)".
036920     IF PRIOR-VAT-COUNTRY NOT = SPACE
036930         DISPLAY "(BLANK KEEPS " PRIOR-VAT-COUNTRY ")".
036940     ACCEPT VOUCHER-VAT-COUNTRY.
036950     INSPECT VOUCHER-VAT-COUNTRY
036960         CONVERTING LOWER-ALPHA
036970         TO         UPPER-ALPHA.
036980     IF VOUCHER-VAT-COUNTRY = SPACE
036990         MOVE PRIOR-VAT-COUNTRY TO VOUCHER-VAT-COUNTRY.
037000     IF VOUCHER-VAT-COUNTRY = SPACE
037010         DISPLAY "THE VAT COUNTRY IS REQUIRED"
037020         PERFORM ENTER-VOUCHER-VAT-COUNTRY.
037030
037040 ENTER-VOUCHER-VAT-REG-NO.
037050     DISPLAY "ENTER THE VENDOR'S VAT REGISTRATION NUMBER".
037060     IF PRIOR-VAT-REG-NO NOT = SPACE
037070         DISPLAY "(BLANK KEEPS " PRIOR-VAT-REG-NO ")".
037080     ACCEPT VOUCHER-VAT-REG-NO.
037090     INSPECT VOUCHER-VAT-REG-NO
037100         CONVERTING LOWER-ALPHA
037110         TO         UPPER-ALPHA.
037120     IF VOUCHER-VAT-REG-NO = SPACE
037130         MOVE PRIOR-VAT-REG-NO TO VOUCHER-VAT-REG-NO.
037140     IF VOUCHER-VAT-REG-NO = SPACE
037150         DISPLAY "THE REFUND CLAIM NEEDS THE VENDOR'S "
037160                 "REGISTRATION NUMBER"
037170         PERFORM ENTER-VOUCHER-VAT-REG-NO.
037180
037190 CALCULATE-VOUCHER-VAT-USD.
037200     COMPUTE VOUCHER-VAT-USD-AMOUNT ROUNDED =
037210         VOUCHER-VAT-AMOUNT * VOUCHER-EXCHANGE-RATE.
037220     ADD VOUCHER-VAT-USD-AMOUNT TO VOUCHER-AMOUNT.
037222*    The amount was keyed before VAT and is re-keyed on
037224*    every change, so the VAT is only ever added once.
037226     ADD VOUCHER-VAT-AMOUNT     TO VOUCHER-FOREIGN-AMOUNT.
037230
037240 CLEAR-VOUCHER-VAT.
037250     MOVE ZEROES TO VOUCHER-VAT-AMOUNT
037260                    VOUCHER-VAT-RATE
037270                    VOUCHER-VAT-USD-AMOUNT.
037280     MOVE SPACE  TO VOUCHER-VAT-COUNTRY
037290                    VOUCHER-VAT-REG-NO.
037300
037310*--------------------------------
037320* What the expense lines must
037330* foot to.  The VAT on an
037340* overseas invoice is held out
037350* and added back as a last line
037360* on the recoverable-VAT account,
037370* so the clerk codes only the
037380* invoice less its VAT, in at
037390* most four lines.  With no
037400* recoverable-VAT account on the
037410* control record the VAT stays
037420* in the expense lines.
037430*--------------------------------
037440 SET-GL-CODED-AMOUNT.
037450     MOVE VOUCHER-AMOUNT TO GL-CODED-AMOUNT.
037460     MOVE ZEROES TO VAT-LINE-ACCOUNT.
037470     MOVE 5 TO GL-LINE-LIMIT.
037480     IF VOUCHER-VAT-USD-AMOUNT NOT = ZEROES
037490         PERFORM READ-CONTROL-RECORD
037500         IF CONTROL-RECORD-FOUND = "Y" AND
037510            CONTROL-VAT-ACCOUNT NOT = ZEROES
037520             MOVE CONTROL-VAT-ACCOUNT TO VAT-LINE-ACCOUNT
037530             SUBTRACT VOUCHER-VAT-USD-AMOUNT FROM GL-CODED-AMOUNT
037540             MOVE 4 TO GL-LINE-LIMIT
037550         ELSE
037560             DISPLAY "NO RECOVERABLE-VAT ACCOUNT IS SET UP - THE "
037570                     "VAT IS CODED WITH THE EXPENSE".
037580
037590 ADD-VAT-DISTRIBUTION-LINE.
037600     ADD 1 TO VOUCHER-GL-DIST-COUNT.
037610     MOVE VOUCHER-GL-DIST-COUNT TO GL-INDEX.
037620     MOVE VAT-LINE-ACCOUNT TO VOUCHER-GL-ACCOUNT (GL-INDEX).
037630     MOVE VOUCHER-VAT-USD-AMOUNT TO VOUCHER-GL-AMOUNT (GL-INDEX).
037640     MOVE ZEROES TO VOUCHER-GL-LINE-COMPANY (GL-INDEX)
037650                    VOUCHER-GL-LINE-JOB (GL-INDEX).
037660     ADD VOUCHER-VAT-USD-AMOUNT TO GL-DISTRIBUTION-TOTAL.
037670     MOVE VOUCHER-VAT-USD-AMOUNT TO VOUCHER-GL-AMOUNT-FIELD.
037680     DISPLAY "GL LINE " GL-INDEX "  RECOVERABLE VAT - ACCOUNT "
037690             VAT-LINE-ACCOUNT " FOR " VOUCHER-GL-AMOUNT-FIELD.
037700
037710*--------------------------------
037720* Government-contract allowability.
037730* Each distribution line takes its
037740* account's flag (GLA-ALLOWABLE);
037750* the clerk may mark a line the
037760* other way, with a reason for the
037770* contracting officer's auditor.
037780* The choices are held here until
037790* the voucher is written, then
037800* saved to ALLOWABILITY-OVERRIDE-
037810* FILE under the operator's ID -
037820* one record per overridden line,
037830* the voucher's old records
037840* replaced.
037850*--------------------------------
037860 REVIEW-LINE-ALLOWABILITY.
037870     MOVE "Y" TO ALLOWABILITY-REVIEWED.
037880     MOVE VOUCHER-NUMBER TO ALW-VOUCHER-NUMBER.
037890     PERFORM SET-ONE-LINE-ALLOWABILITY
037900         VARYING GL-INDEX FROM 1 BY 1
037910         UNTIL GL-INDEX > 5.
037920     PERFORM GET-ALLOWABILITY-LINE.
037930     PERFORM OVERRIDE-ONE-LINE-ALLOWABILITY
037940         UNTIL ALW-LINE-NUMBER = ZERO.
037950
037960 SET-ONE-LINE-ALLOWABILITY.
037970     MOVE "Y" TO ALW-DEFAULT (GL-INDEX).
037980     MOVE SPACE TO ALW-REASON (GL-INDEX).
037990     IF GL-INDEX NOT > VOUCHER-GL-DIST-COUNT
038000         MOVE VOUCHER-GL-ACCOUNT (GL-INDEX) TO GLA-ACCOUNT
038010         PERFORM READ-GL-ACCOUNT-RECORD
038020         IF GL-ACCOUNT-FOUND = "Y" AND GLA-ALLOWABLE = "N"
038030             MOVE "N" TO ALW-DEFAULT (GL-INDEX).
038040     MOVE ALW-DEFAULT (GL-INDEX) TO ALW-FLAG (GL-INDEX).
038050     IF GL-INDEX NOT > VOUCHER-GL-DIST-COUNT
038060         PERFORM CARRY-LINE-ALLOWABILITY
038070         PERFORM SHOW-LINE-ALLOWABILITY.
038080
038090 GET-ALLOWABILITY-LINE.
038100     DISPLAY "GL LINE TO MARK THE OTHER WAY FOR GOVERNMENT "
038110             "CONTRACTS, 0 IF NONE".
038120     ACCEPT ALW-LINE-NUMBER.
038130     IF ALW-LINE-NUMBER > VOUCHER-GL-DIST-COUNT
038140         DISPLAY "NO SUCH GL LINE ON THIS VOUCHER"
038150         PERFORM GET-ALLOWABILITY-LINE.
038160
038170 OVERRIDE-ONE-LINE-ALLOWABILITY.
038180     MOVE ALW-LINE-NUMBER TO ALW-INDEX.
038190     IF ALW-FLAG (ALW-INDEX) = "Y"
038200         MOVE "N" TO ALW-FLAG (ALW-INDEX)
038210     ELSE
038220         MOVE "Y" TO ALW-FLAG (ALW-INDEX).
038230     IF ALW-FLAG (ALW-INDEX) = ALW-DEFAULT (ALW-INDEX)
038240         MOVE SPACE TO ALW-REASON (ALW-INDEX)
038250         DISPLAY "GL LINE " ALW-INDEX
038260                 " BACK TO THE ACCOUNT'S OWN FLAG"
038270     ELSE
038280         PERFORM ENTER-ALLOWABILITY-REASON.
038290     PERFORM GET-ALLOWABILITY-LINE.
038300
038310 ENTER-ALLOWABILITY-REASON.
038320     PERFORM ACCEPT-ALLOWABILITY-REASON.
038330     PERFORM RE-ACCEPT-ALLOWABILITY-REASON
038340         UNTIL ALW-REASON (ALW-INDEX) NOT = SPACE.
038350
038360 ACCEPT-ALLOWABILITY-REASON.
038370     IF ALW-FLAG (ALW-INDEX) = "N"
038380         DISPLAY "GL LINE " ALW-INDEX " NOW UNALLOWABLE - WHY?"
038390     ELSE
038400         DISPLAY "GL LINE " ALW-INDEX " NOW ALLOWABLE - WHY?".
038410     ACCEPT ALW-REASON (ALW-INDEX).
038420     INSPECT ALW-REASON (ALW-INDEX)
038430         CONVERTING LOWER-ALPHA
038440         TO         UPPER-ALPHA.
038450
038460 RE-ACCEPT-ALLOWABILITY-REASON.
038470     DISPLAY "A REASON IS REQUIRED FOR THE CONTRACT AUDITOR".
038480     PERFORM ACCEPT-ALLOWABILITY-REASON.
038490
038500* The choices stay in ALLOWABILITY-
038510* TABLE while the voucher is being
038520* keyed; off file, the line's
038530* override record or its account.
038540 GET-LINE-ALLOWABILITY.
038550     IF ALLOWABILITY-REVIEWED = "Y" AND
038560        ALW-VOUCHER-NUMBER = VOUCHER-NUMBER
038570         MOVE ALW-FLAG (GL-INDEX) TO LINE-ALLOWABLE
038580     ELSE
038590         MOVE "Y" TO LINE-ALLOWABLE
038600         MOVE VOUCHER-GL-ACCOUNT (GL-INDEX) TO GLA-ACCOUNT
038610         PERFORM READ-GL-ACCOUNT-RECORD
038620         IF GL-ACCOUNT-FOUND = "Y" AND GLA-ALLOWABLE = "N"
038630             MOVE "N" TO LINE-ALLOWABLE
038640         END-IF
038650         MOVE VOUCHER-NUMBER TO AOV-VOUCHER-NUMBER
038660         MOVE GL-INDEX TO AOV-LINE
038670         PERFORM READ-ALLOWABILITY-OVERRIDE
038680         IF ALLOWABILITY-OVR-FOUND = "Y"
038690             MOVE AOV-ALLOWABLE TO LINE-ALLOWABLE.
038700
038710 SAVE-ALLOWABILITY-OVERRIDES.
038720     IF ALLOWABILITY-REVIEWED = "Y" AND
038730        ALW-VOUCHER-NUMBER = VOUCHER-NUMBER
038740         PERFORM SAVE-ONE-LINE-ALLOWABILITY
038750             VARYING ALW-INDEX FROM 1 BY 1
038760             UNTIL ALW-INDEX > 5
038770         MOVE "N" TO ALLOWABILITY-REVIEWED.
038780
038790 SAVE-ONE-LINE-ALLOWABILITY.
038800     MOVE VOUCHER-NUMBER TO AOV-VOUCHER-NUMBER.
038810     MOVE ALW-INDEX TO AOV-LINE.
038820     PERFORM READ-ALLOWABILITY-OVERRIDE.
038830     IF ALLOWABILITY-OVR-FOUND = "Y"
038840         DELETE ALLOWABILITY-OVERRIDE-FILE RECORD
038850             INVALID KEY
038860             DISPLAY "ERROR DELETING ALLOWABILITY OVERRIDE".
038870     IF ALW-FLAG (ALW-INDEX) NOT = ALW-DEFAULT (ALW-INDEX)
038880         MOVE VOUCHER-GL-ACCOUNT (ALW-INDEX) TO AOV-GL-ACCOUNT
038890         MOVE ALW-FLAG (ALW-INDEX)   TO AOV-ALLOWABLE
038900         MOVE ALW-REASON (ALW-INDEX) TO AOV-REASON
038910         MOVE SIGNED-ON-OPERATOR-ID  TO AOV-OPERATOR
038920         MOVE RUN-DATE               TO AOV-DATE
038930         WRITE ALLOWABILITY-OVERRIDE-RECORD
038940             INVALID KEY
038950             DISPLAY "ERROR WRITING ALLOWABILITY OVERRIDE".
038960
038970 READ-ALLOWABILITY-OVERRIDE.
038980     MOVE "Y" TO ALLOWABILITY-OVR-FOUND.
038990     READ ALLOWABILITY-OVERRIDE-FILE RECORD
039000       INVALID KEY
039010          MOVE "N" TO ALLOWABILITY-OVR-FOUND.
039020
039030* A line kept on the same account
039040* keeps the call made on it last
039050* time the voucher was saved.
039060 CARRY-LINE-ALLOWABILITY.
039070     MOVE VOUCHER-NUMBER TO AOV-VOUCHER-NUMBER.
039080     MOVE GL-INDEX TO AOV-LINE.
039090     PERFORM READ-ALLOWABILITY-OVERRIDE.
039100     IF ALLOWABILITY-OVR-FOUND = "Y" AND
039110        AOV-GL-ACCOUNT = VOUCHER-GL-ACCOUNT (GL-INDEX)
039120         MOVE AOV-ALLOWABLE TO ALW-FLAG (GL-INDEX)
039130         MOVE AOV-REASON    TO ALW-REASON (GL-INDEX).
039140
039150 SHOW-LINE-ALLOWABILITY.
039160     IF ALW-FLAG (GL-INDEX) NOT = ALW-DEFAULT (GL-INDEX)
039170         DISPLAY "GL LINE " GL-INDEX "  ACCOUNT "
039180                 VOUCHER-GL-ACCOUNT (GL-INDEX)
039190                 " OVERRIDDEN - " ALW-REASON (GL-INDEX)
039200     ELSE
039210     IF ALW-FLAG (GL-INDEX) = "N"
039220         DISPLAY "GL LINE " GL-INDEX "  ACCOUNT "
039230                 VOUCHER-GL-ACCOUNT (GL-INDEX)
039240                 " IS UNALLOWABLE ON GOVERNMENT CONTRACTS".
039250*--------------------------------
039260* Vendor contracts.  A voucher
039270* may name the contract it is
039280* billed under, so RNWRPT01 can
039290* show spend to date against
039300* each one.  The link is kept
039310* beside the voucher, keyed by
039320* voucher number - no link means
039330* no contract.  The contract
039340* must be on file and belong to
039350* the voucher's vendor.
039360*--------------------------------
039370 ENTER-VOUCHER-CONTRACT.
039380     DISPLAY "CONTRACT ID BILLED UNDER (BLANK IF NONE)".
039390     ACCEPT ENTERED-CONTRACT-ID.
039400     INSPECT ENTERED-CONTRACT-ID
039410         CONVERTING LOWER-ALPHA
039420         TO         UPPER-ALPHA.
039430     IF ENTERED-CONTRACT-ID NOT = SPACE
039440         MOVE ENTERED-CONTRACT-ID TO VCT-CONTRACT-ID
039450         PERFORM READ-VENDOR-CONTRACT
039460         IF VENDOR-CONTRACT-FOUND = "N"
039470             DISPLAY "CONTRACT NOT ON FILE"
039480             PERFORM ENTER-VOUCHER-CONTRACT
039490         ELSE
039500         IF VCT-VENDOR NOT = VOUCHER-VENDOR
039510             DISPLAY "THAT CONTRACT BELONGS TO VENDOR "
039520                     VCT-VENDOR
039530             PERFORM ENTER-VOUCHER-CONTRACT.
039540
039550 CHANGE-VOUCHER-CONTRACT.
039560     PERFORM ENTER-VOUCHER-CONTRACT.
039570     PERFORM SAVE-VOUCHER-CONTRACT.
039580
039590 CAPTURE-CONTRACT-BEFORE.
039600     MOVE "CONTRACT"    TO AUD-FIELD-NAME.
039610     PERFORM LOOK-UP-VOUCHER-CONTRACT.
039620     MOVE ENTERED-CONTRACT-ID TO AUD-BEFORE-FIELD-VALUE.
039630
039640 SAVE-VOUCHER-CONTRACT.
039650     PERFORM READ-VOUCHER-CONTRACT.
039660     IF ENTERED-CONTRACT-ID = SPACE
039670         PERFORM DELETE-VOUCHER-CONTRACT
039680     ELSE
039690         MOVE ENTERED-CONTRACT-ID TO VCC-CONTRACT-ID
039700         IF VOUCHER-CONTRACT-FOUND = "Y"
039710             REWRITE VOUCHER-CONTRACT-RECORD
039720                 INVALID KEY
039730                 DISPLAY "ERROR REWRITING VOUCHER CONTRACT"
039740         ELSE
039750             WRITE VOUCHER-CONTRACT-RECORD
039760                 INVALID KEY
039770                 DISPLAY "ERROR WRITING VOUCHER CONTRACT".
039780
039790 DELETE-VOUCHER-CONTRACT.
039800     PERFORM READ-VOUCHER-CONTRACT.
039810     IF VOUCHER-CONTRACT-FOUND = "Y"
039820         DELETE VOUCHER-CONTRACT-FILE RECORD
039830             INVALID KEY
039840             DISPLAY "ERROR DELETING VOUCHER CONTRACT".
039850
039860 DISPLAY-VOUCHER-CONTRACT.
039870     PERFORM LOOK-UP-VOUCHER-CONTRACT.
039880     IF ENTERED-CONTRACT-ID = SPACE
039890         DISPLAY "14. CONTRACT: NONE"
039900     ELSE
039910         MOVE ENTERED-CONTRACT-ID TO VCT-CONTRACT-ID
039920         PERFORM READ-VENDOR-CONTRACT
039930         IF VENDOR-CONTRACT-FOUND = "N"
039940             DISPLAY "14. CONTRACT: " ENTERED-CONTRACT-ID
039950                     " **Not found**"
039960         ELSE
039970         IF VCT-VENDOR NOT = VOUCHER-VENDOR
039980             DISPLAY "14. CONTRACT: " ENTERED-CONTRACT-ID
039990                     " " VCT-DESCRIPTION
040000                     " (VENDOR " VCT-VENDOR ")"
040010         ELSE
040020             DISPLAY "14. CONTRACT: " ENTERED-CONTRACT-ID
040030                     " " VCT-DESCRIPTION.
040040
040050 LOOK-UP-VOUCHER-CONTRACT.
040060     PERFORM READ-VOUCHER-CONTRACT.
040070     IF VOUCHER-CONTRACT-FOUND = "Y"
040080         MOVE VCC-CONTRACT-ID TO ENTERED-CONTRACT-ID
040090     ELSE
040100         MOVE SPACE TO ENTERED-CONTRACT-ID.
040110
040120 READ-VOUCHER-CONTRACT.
040130     MOVE VOUCHER-NUMBER TO VCC-VOUCHER-NUMBER.
040140     MOVE "Y" TO VOUCHER-CONTRACT-FOUND.
040150     READ VOUCHER-CONTRACT-FILE RECORD
040160       INVALID KEY
040170          MOVE "N" TO VOUCHER-CONTRACT-FOUND.
040180
040190 READ-VENDOR-CONTRACT.
040200     MOVE "Y" TO VENDOR-CONTRACT-FOUND.
040210     READ VENDOR-CONTRACT-FILE RECORD
040220       INVALID KEY
040230          MOVE "N" TO VENDOR-CONTRACT-FOUND.
040240
040250*--------------------------------
040260* A voucher closed by WOFRUN01
040270* shows why it closed without a
040280* payment.
040290*--------------------------------
040300 DISPLAY-VOUCHER-WRITE-OFF.
040310     MOVE VOUCHER-NUMBER TO WOF-VOUCHER-NUMBER.
040320     MOVE "Y" TO WRITE-OFF-FOUND.
040330     READ WRITE-OFF-FILE RECORD
040340       INVALID KEY
040350          MOVE "N" TO WRITE-OFF-FOUND.
040360     IF WRITE-OFF-FOUND = "Y"
040370         IF WOF-APPROVED
040380             MOVE WOF-DECIDED-DATE TO DATE-CCYYMMDD
040390             PERFORM FORMAT-THE-DATE
040400             IF WOF-AGED-CREDIT
040410                 DISPLAY "   WRITTEN OFF: " FORMATTED-DATE
040420                         " AGED CREDIT TO ACCOUNT " WOF-ACCOUNT
040430             ELSE
040440                 DISPLAY "   WRITTEN OFF: " FORMATTED-DATE
040450                         " RESIDUAL TO ACCOUNT " WOF-ACCOUNT
040460             END-IF
040470             DISPLAY "   PROPOSED BY: " WOF-PROPOSED-BY
040480                     " APPROVED BY: " WOF-DECIDED-BY
040490         END-IF
040500     END-IF.
