      *----------------------------------
      * WSVCHMAP.CBL
      * Field map of the 749-byte
      * VOUCHER-RECORD (FDVOUCH.CBL)
      * for the field-level compare in
      * MSTCMP01 - one line per
      * elementary field, every
      * occurrence of a table spelled
      * out:
      *   name (VOUCHER- dropped)  X(22)
      *   starting byte            9(03)
      *   length                   9(02)
      *   X text, 9 unsigned, S signed
      *   decimal places           9(01)
      * Keep it in step with
      * FDVOUCH.CBL - a field added
      * there needs its line here, or
      * the compare falls silent on it.
      *----------------------------------
       77  VCH-FIELD-COUNT             PIC 9(03) VALUE 106.
       01  VCH-FIELD-MAP-VALUES.
           05 FILLER PIC X(29) VALUE "NUMBER                0010790".
           05 FILLER PIC X(29) VALUE "VENDOR                0080590".
           05 FILLER PIC X(29) VALUE "INVOICE               01315X0".
           05 FILLER PIC X(29) VALUE "FOR                   02830X0".
           05 FILLER PIC X(29) VALUE "AMOUNT                05808S2".
           05 FILLER PIC X(29) VALUE "TAX-AMOUNT            06608S2".
           05 FILLER PIC X(29) VALUE "DATE                  0740890".
           05 FILLER PIC X(29) VALUE "DUE                   0820890".
           05 FILLER PIC X(29) VALUE "DEDUCTIBLE            09001X0".
           05 FILLER PIC X(29) VALUE "SELECTED              09101X0".
           05 FILLER PIC X(29) VALUE "PAID-AMOUNT           09208S2".
           05 FILLER PIC X(29) VALUE "PAID-DATE             1000890".
           05 FILLER PIC X(29) VALUE "CHECK-NO              1080690".
           05 FILLER PIC X(29) VALUE "CLEARED               11401X0".
           05 FILLER PIC X(29) VALUE "CLEARED-DATE          1150890".
           05 FILLER PIC X(29) VALUE "PAYMENT-COUNT         1230190".
           05 FILLER PIC X(29) VALUE "PAYMENT-DATE(1)       1240890".
           05 FILLER PIC X(29) VALUE "PAYMENT-AMOUNT(1)     13208S2".
           05 FILLER PIC X(29) VALUE "PAYMENT-CHECK-NO(1)   1400690".
           05 FILLER PIC X(29) VALUE "PAYMENT-DATE(2)       1460890".
           05 FILLER PIC X(29) VALUE "PAYMENT-AMOUNT(2)     15408S2".
           05 FILLER PIC X(29) VALUE "PAYMENT-CHECK-NO(2)   1620690".
           05 FILLER PIC X(29) VALUE "PAYMENT-DATE(3)       1680890".
           05 FILLER PIC X(29) VALUE "PAYMENT-AMOUNT(3)     17608S2".
           05 FILLER PIC X(29) VALUE "PAYMENT-CHECK-NO(3)   1840690".
           05 FILLER PIC X(29) VALUE "PAYMENT-DATE(4)       1900890".
           05 FILLER PIC X(29) VALUE "PAYMENT-AMOUNT(4)     19808S2".
           05 FILLER PIC X(29) VALUE "PAYMENT-CHECK-NO(4)   2060690".
           05 FILLER PIC X(29) VALUE "PAYMENT-DATE(5)       2120890".
           05 FILLER PIC X(29) VALUE "PAYMENT-AMOUNT(5)     22008S2".
           05 FILLER PIC X(29) VALUE "PAYMENT-CHECK-NO(5)   2280690".
           05 FILLER PIC X(29) VALUE "DOCUMENT-REF          23420X0".
           05 FILLER PIC X(29) VALUE "CURRENCY-CODE         25403X0".
           05 FILLER PIC X(29) VALUE "EXCHANGE-RATE         2570794".
           05 FILLER PIC X(29) VALUE "FOREIGN-AMOUNT        26408S2".
           05 FILLER PIC X(29) VALUE "GL-DIST-COUNT         2720190".
           05 FILLER PIC X(29) VALUE "GL-ACCOUNT(1)         2730690".
           05 FILLER PIC X(29) VALUE "GL-AMOUNT(1)          27908S2".
           05 FILLER PIC X(29) VALUE "GL-ACCOUNT(2)         2870690".
           05 FILLER PIC X(29) VALUE "GL-AMOUNT(2)          29308S2".
           05 FILLER PIC X(29) VALUE "GL-ACCOUNT(3)         3010690".
           05 FILLER PIC X(29) VALUE "GL-AMOUNT(3)          30708S2".
           05 FILLER PIC X(29) VALUE "GL-ACCOUNT(4)         3150690".
           05 FILLER PIC X(29) VALUE "GL-AMOUNT(4)          32108S2".
           05 FILLER PIC X(29) VALUE "GL-ACCOUNT(5)         3290690".
           05 FILLER PIC X(29) VALUE "GL-AMOUNT(5)          33508S2".
           05 FILLER PIC X(29) VALUE "DISPUTED              34301X0".
           05 FILLER PIC X(29) VALUE "LAST-PAYMENT-AMOUNT   34408S2".
           05 FILLER PIC X(29) VALUE "PO-NUMBER             3520690".
           05 FILLER PIC X(29) VALUE "PERIOD                3580690".
           05 FILLER PIC X(29) VALUE "ACH-TRACE             36415X0".
           05 FILLER PIC X(29) VALUE "LAST-WITHHELD-AMT     37908S2".
           05 FILLER PIC X(29) VALUE "DISC-TAKEN-TOTAL      38708S2".
           05 FILLER PIC X(29) VALUE "PAYMENT-DISC-TAKEN(1) 39508S2".
           05 FILLER PIC X(29) VALUE "PAYMENT-DISC-TAKEN(2) 40308S2".
           05 FILLER PIC X(29) VALUE "PAYMENT-DISC-TAKEN(3) 41108S2".
           05 FILLER PIC X(29) VALUE "PAYMENT-DISC-TAKEN(4) 41908S2".
           05 FILLER PIC X(29) VALUE "PAYMENT-DISC-TAKEN(5) 42708S2".
           05 FILLER PIC X(29) VALUE "PRIORITY              4350190".
           05 FILLER PIC X(29) VALUE "SCHED-COUNT           4360190".
           05 FILLER PIC X(29) VALUE "SCHED-DATE(1)         4370890".
           05 FILLER PIC X(29) VALUE "SCHED-AMOUNT(1)       44508S2".
           05 FILLER PIC X(29) VALUE "SCHED-DATE(2)         4530890".
           05 FILLER PIC X(29) VALUE "SCHED-AMOUNT(2)       46108S2".
           05 FILLER PIC X(29) VALUE "SCHED-DATE(3)         4690890".
           05 FILLER PIC X(29) VALUE "SCHED-AMOUNT(3)       47708S2".
           05 FILLER PIC X(29) VALUE "SCHED-DATE(4)         4850890".
           05 FILLER PIC X(29) VALUE "SCHED-AMOUNT(4)       49308S2".
           05 FILLER PIC X(29) VALUE "SCHED-DATE(5)         5010890".
           05 FILLER PIC X(29) VALUE "SCHED-AMOUNT(5)       50908S2".
           05 FILLER PIC X(29) VALUE "ONE-TIME-FLAG         51701X0".
           05 FILLER PIC X(29) VALUE "OT-PAYEE-NAME         51830X0".
           05 FILLER PIC X(29) VALUE "OT-ADDRESS-1          54830X0".
           05 FILLER PIC X(29) VALUE "OT-CITY               57820X0".
           05 FILLER PIC X(29) VALUE "OT-STATE              59802X0".
           05 FILLER PIC X(29) VALUE "OT-ZIP                60010X0".
           05 FILLER PIC X(29) VALUE "TAX-SELF-ASSESSED     61001X0".
           05 FILLER PIC X(29) VALUE "COMPANY               6110190".
           05 FILLER PIC X(29) VALUE "RECEIVED-DATE         6120890".
           05 FILLER PIC X(29) VALUE "RETAINAGE-PCT         6200492".
           05 FILLER PIC X(29) VALUE "RETAINED-TO-DATE      62408S2".
           05 FILLER PIC X(29) VALUE "RETAINAGE-RELEASED    63201X0".
           05 FILLER PIC X(29) VALUE "LAST-RETAINED-AMT     63308S2".
           05 FILLER PIC X(29) VALUE "ADVANCE-FLAG          64101X0".
           05 FILLER PIC X(29) VALUE "APPROVAL-STATUS       64201X0".
           05 FILLER PIC X(29) VALUE "APPROVER-ID           64308X0".
           05 FILLER PIC X(29) VALUE "LAST-NRA-AMT          65108S2".
           05 FILLER PIC X(29) VALUE "1099-FORM             65903X0".
           05 FILLER PIC X(29) VALUE "1099-BOX              6620290".
           05 FILLER PIC X(29) VALUE "GL-LINE-COMPANY(1)    6640190".
           05 FILLER PIC X(29) VALUE "GL-LINE-COMPANY(2)    6650190".
           05 FILLER PIC X(29) VALUE "GL-LINE-COMPANY(3)    6660190".
           05 FILLER PIC X(29) VALUE "GL-LINE-COMPANY(4)    6670190".
           05 FILLER PIC X(29) VALUE "GL-LINE-COMPANY(5)    6680190".
           05 FILLER PIC X(29) VALUE "LAST-FXGL-AMT         66908S2".
           05 FILLER PIC X(29) VALUE "GL-LINE-JOB(1)        6770690".
           05 FILLER PIC X(29) VALUE "GL-LINE-JOB(2)        6830690".
           05 FILLER PIC X(29) VALUE "GL-LINE-JOB(3)        6890690".
           05 FILLER PIC X(29) VALUE "GL-LINE-JOB(4)        6950690".
           05 FILLER PIC X(29) VALUE "GL-LINE-JOB(5)        7010690".
           05 FILLER PIC X(29) VALUE "OPEN-ITEM             70701X0".
           05 FILLER PIC X(29) VALUE "VAT-AMOUNT            70808S2".
           05 FILLER PIC X(29) VALUE "VAT-RATE              7160492".
           05 FILLER PIC X(29) VALUE "VAT-USD-AMOUNT        72008S2".
           05 FILLER PIC X(29) VALUE "VAT-COUNTRY           72802X0".
           05 FILLER PIC X(29) VALUE "VAT-REG-NO            73020X0".
       01  VCH-FIELD-MAP REDEFINES VCH-FIELD-MAP-VALUES.
           05 VCH-FIELD    OCCURS 106 TIMES PIC X(29).
