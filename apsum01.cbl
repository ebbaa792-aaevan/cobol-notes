
      *------------------------------------------
      * Payment-method mix.  Slots follow
      * PDT-METHOD: C A W X R D M V O, with
      * a tenth for anything unexpected.
      *------------------------------------------
       77  MIX-SUB                     PIC 9(02) COMP.
       77  METHOD-SLOT-FOUND           PIC X(01).
       01  METHOD-MIX-TABLE.
           05 MIX-ENTRY                OCCURS 10 TIMES.
              10 MIX-METHOD            PIC X(01).
              10 MIX-LABEL             PIC X(14).
              10 MIX-COUNT             PIC 9(06).
           MOVE "ADVANCES"       TO MIX-LABEL (6).
           MOVE "M" TO MIX-METHOD (7).
           MOVE "MANUAL"         TO MIX-LABEL (7).
           MOVE "V" TO MIX-METHOD (8).
           MOVE "VIRTUAL CARD"   TO MIX-LABEL (8).
           MOVE "O" TO MIX-METHOD (9).
           MOVE "WRITE-OFFS"     TO MIX-LABEL (9).
           MOVE "?" TO MIX-METHOD (10).
           MOVE "OTHER"          TO MIX-LABEL (10).
           PERFORM ZERO-ONE-MIX-SLOT
               VARYING MIX-SUB FROM 1 BY 1
               UNTIL MIX-SUB > 10.

       ZERO-ONE-MIX-SLOT.
           MOVE ZEROES TO MIX-COUNT (MIX-SUB)
                   PERFORM TALLY-METHOD-MIX
                   IF PDT-DISC-TAKEN = ZEROES AND
                      (PDT-METHOD = "C" OR PDT-METHOD = "A" OR
                       PDT-METHOD = "W" OR PDT-METHOD = "V" OR
                       PDT-METHOD = "M")
                       PERFORM VALUE-LOST-DISCOUNT.

       TALLY-METHOD-MIX.
           MOVE "N" TO METHOD-SLOT-FOUND.
           PERFORM FIND-METHOD-SLOT
               VARYING MIX-SUB FROM 1 BY 1
               UNTIL MIX-SUB > 9 OR METHOD-SLOT-FOUND = "Y".
           IF METHOD-SLOT-FOUND = "N"
               ADD 1          TO MIX-COUNT (10)
               ADD PDT-AMOUNT TO MIX-TOTAL (10).

       FIND-METHOD-SLOT.
           IF MIX-METHOD (MIX-SUB) = PDT-METHOD
           PERFORM PRINT-A-LINE.
           PERFORM PRINT-ONE-MIX-LINE
               VARYING MIX-SUB FROM 1 BY 1
               UNTIL MIX-SUB > 10.
           MOVE SPACES TO PRINT-LINE.
           PERFORM PRINT-A-LINE.
           MOVE "WATCH ITEMS" TO PRINT-LINE.
