      *----------------------------------
      * WSVNDMAP.CBL
      * Field map of the 539-byte
      * VENDOR-RECORD (FDVND04.CBL) for
      * the field-level compare in
      * MSTCMP01 - same line layout as
      * WSVCHMAP.CBL.  The waiver flags
      * are mapped by name, not through
      * the VENDOR-WAIVE-ITEM table that
      * redefines them.  Keep it in
      * step with FDVND04.CBL.
      *----------------------------------
       77  VND-FIELD-COUNT             PIC 9(03) VALUE 62.
       01  VND-FIELD-MAP-VALUES.
           05 FILLER PIC X(29) VALUE "NUMBER                0010590".
           05 FILLER PIC X(29) VALUE "NAME                  00630X0".
           05 FILLER PIC X(29) VALUE "ADDRESS-1             03630X0".
           05 FILLER PIC X(29) VALUE "ADDRESS-2             06630X0".
           05 FILLER PIC X(29) VALUE "CITY                  09620X0".
           05 FILLER PIC X(29) VALUE "STATE                 11602X0".
           05 FILLER PIC X(29) VALUE "ZIP                   11810X0".
           05 FILLER PIC X(29) VALUE "CONTACT               12830X0".
           05 FILLER PIC X(29) VALUE "PHONE                 15815X0".
           05 FILLER PIC X(29) VALUE "TAX-ID                17311X0".
           05 FILLER PIC X(29) VALUE "1099-FLAG             18401X0".
           05 FILLER PIC X(29) VALUE "W9-RECEIVED           18501X0".
           05 FILLER PIC X(29) VALUE "W9-DATE               1860890".
           05 FILLER PIC X(29) VALUE "STATUS                19401X0".
           05 FILLER PIC X(29) VALUE "REMIT-ADDRESS-1       19530X0".
           05 FILLER PIC X(29) VALUE "REMIT-ADDRESS-2       22530X0".
           05 FILLER PIC X(29) VALUE "REMIT-CITY            25520X0".
           05 FILLER PIC X(29) VALUE "REMIT-STATE           27502X0".
           05 FILLER PIC X(29) VALUE "REMIT-ZIP             27710X0".
           05 FILLER PIC X(29) VALUE "TERMS-DISC-PCT        2870290".
           05 FILLER PIC X(29) VALUE "TERMS-DISC-DAYS       2890290".
           05 FILLER PIC X(29) VALUE "TERMS-NET-DAYS        2910290".
           05 FILLER PIC X(29) VALUE "PAYMENT-METHOD        29301X0".
           05 FILLER PIC X(29) VALUE "BANK-ROUTING          2940990".
           05 FILLER PIC X(29) VALUE "BANK-ACCOUNT          30317X0".
           05 FILLER PIC X(29) VALUE "BANK-ACCOUNT-TYPE     32001X0".
           05 FILLER PIC X(29) VALUE "EMAIL                 32150X0".
           05 FILLER PIC X(29) VALUE "PRENOTE-STATUS        37101X0".
           05 FILLER PIC X(29) VALUE "PRENOTE-DATE          3720890".
           05 FILLER PIC X(29) VALUE "BACKUP-WITHHOLD       38001X0".
           05 FILLER PIC X(29) VALUE "TIN-MISMATCH          38101X0".
           05 FILLER PIC X(29) VALUE "WIRE-BENE-BANK        38230X0".
           05 FILLER PIC X(29) VALUE "WIRE-INTERMED-RTG     4120990".
           05 FILLER PIC X(29) VALUE "WIRE-REFERENCE        42120X0".
           05 FILLER PIC X(29) VALUE "REQ-LIABILITY         44101X0".
           05 FILLER PIC X(29) VALUE "REQ-WORKCOMP          44201X0".
           05 FILLER PIC X(29) VALUE "REQ-DIVERSITY         44301X0".
           05 FILLER PIC X(29) VALUE "GL-TEMPLATE           4440390".
           05 FILLER PIC X(29) VALUE "TERMS-TYPE            44701X0".
           05 FILLER PIC X(29) VALUE "TERMS-BASE            44801X0".
           05 FILLER PIC X(29) VALUE "INTEREST-RATE         4490492".
           05 FILLER PIC X(29) VALUE "DIVERSITY-CLASS       45302X0".
           05 FILLER PIC X(29) VALUE "CONTRACT-CEILING      4551092".
           05 FILLER PIC X(29) VALUE "CONTRACT-FROM         4650890".
           05 FILLER PIC X(29) VALUE "CONTRACT-THRU         4730890".
           05 FILLER PIC X(29) VALUE "NRA-FLAG              48101X0".
           05 FILLER PIC X(29) VALUE "W8-TYPE               48204X0".
           05 FILLER PIC X(29) VALUE "W8-DATE               4860890".
           05 FILLER PIC X(29) VALUE "W8-EXPIRY             4940890".
           05 FILLER PIC X(29) VALUE "TREATY-COUNTRY        50202X0".
           05 FILLER PIC X(29) VALUE "NRA-RATE              5040492".
           05 FILLER PIC X(29) VALUE "1099-FORM             50803X0".
           05 FILLER PIC X(29) VALUE "1099-BOX              5110290".
           05 FILLER PIC X(29) VALUE "ERS-FLAG              51301X0".
           05 FILLER PIC X(29) VALUE "TIN-MATCH-DATE        5140890".
           05 FILLER PIC X(29) VALUE "WAIVE-TAX-FORM        52201X0".
           05 FILLER PIC X(29) VALUE "WAIVE-TIN-MATCH       52301X0".
           05 FILLER PIC X(29) VALUE "WAIVE-ROUTING         52401X0".
           05 FILLER PIC X(29) VALUE "WAIVE-PRENOTE         52501X0".
           05 FILLER PIC X(29) VALUE "WAIVE-DOCS            52601X0".
           05 FILLER PIC X(29) VALUE "ADDED-DATE            5270890".
           05 FILLER PIC X(29) VALUE "PARENT                5350590".
       01  VND-FIELD-MAP REDEFINES VND-FIELD-MAP-VALUES.
           05 VND-FIELD    OCCURS 62 TIMES PIC X(29).
