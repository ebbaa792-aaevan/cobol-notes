      *------------------------------------------
      * Shared asset-addition routine (see
      * WSASTADD.CBL for the working storage
      * and the calling convention).  One
      * addition per distribution line whose
      * account is marked capital; the line's
      * own company when it is charged across
      * to another company, else the
      * voucher's.  The GL-ACCOUNT-FILE read
      * leaves the account record in its
      * buffer - callers re-read it if they
      * need their own.
      *------------------------------------------
       WRITE-ASSET-ADDITIONS.
           PERFORM WRITE-ONE-ASSET-ADDITION
               VARYING AST-INDEX FROM 1 BY 1
               UNTIL AST-INDEX > VOUCHER-GL-DIST-COUNT.

       WRITE-ONE-ASSET-ADDITION.
           MOVE VOUCHER-GL-ACCOUNT (AST-INDEX) TO GLA-ACCOUNT.
           MOVE "Y" TO AST-GL-FOUND.
           READ GL-ACCOUNT-FILE RECORD
               INVALID KEY
                  MOVE "N" TO AST-GL-FOUND.
           IF AST-GL-FOUND = "Y" AND
              GLA-CAPITAL-FLAG = "Y" AND
              VOUCHER-GL-AMOUNT (AST-INDEX) NOT = ZERO
               PERFORM BUILD-ASSET-ADDITION
               WRITE ASSET-ADDITION-RECORD
                   INVALID KEY
                   DISPLAY "*** LINE " AST-INDEX " OF VOUCHER "
                           VOUCHER-NUMBER " IS ALREADY TAGGED "
                           "- TELL FIXED ASSETS OF THE CHANGE ***".

       BUILD-ASSET-ADDITION.
           MOVE VOUCHER-NUMBER   TO AAD-VOUCHER-NUMBER.
           MOVE AST-INDEX        TO AAD-LINE-NUMBER.
           IF VOUCHER-GL-LINE-COMPANY (AST-INDEX) = ZERO
               MOVE VOUCHER-COMPANY TO AAD-COMPANY
           ELSE
               MOVE VOUCHER-GL-LINE-COMPANY (AST-INDEX)
                 TO AAD-COMPANY.
           MOVE VOUCHER-VENDOR   TO AAD-VENDOR.
           MOVE VOUCHER-INVOICE  TO AAD-INVOICE.
           MOVE VOUCHER-PO-NUMBER TO AAD-PO-NUMBER.
           MOVE VOUCHER-GL-ACCOUNT (AST-INDEX) TO AAD-GL-ACCOUNT.
           MOVE VOUCHER-GL-AMOUNT (AST-INDEX)  TO AAD-AMOUNT.
           MOVE VOUCHER-FOR      TO AAD-DESCRIPTION.
           ACCEPT AAD-ADDED-DATE FROM DATE YYYYMMDD.
           MOVE AST-PROGRAM      TO AAD-ADDED-BY.
           MOVE "W"              TO AAD-STATUS.
           MOVE SPACE            TO AAD-ASSET-TAG
                                    AAD-LOCATION
                                    AAD-TAGGED-BY.
           MOVE ZEROES           TO AAD-TAGGED-DATE.

      *------------------------------------------
      * Taking the additions back out - an
      * amount change or a delete.  An
      * untagged addition simply goes; a
      * tagged one stays, and the operator is
      * told to let the asset group know.
      *------------------------------------------
       REMOVE-ASSET-ADDITIONS.
           PERFORM REMOVE-ONE-ASSET-ADDITION
               VARYING AST-INDEX FROM 1 BY 1
               UNTIL AST-INDEX > 5.

       REMOVE-ONE-ASSET-ADDITION.
           MOVE VOUCHER-NUMBER TO AAD-VOUCHER-NUMBER.
           MOVE AST-INDEX      TO AAD-LINE-NUMBER.
           MOVE "Y" TO AST-ADDITION-FOUND.
           READ ASSET-ADDITION-FILE RECORD
               INVALID KEY
                  MOVE "N" TO AST-ADDITION-FOUND.
           IF AST-ADDITION-FOUND = "Y"
               IF AAD-STATUS = "W"
                   DELETE ASSET-ADDITION-FILE RECORD
                       INVALID KEY
                       DISPLAY "ERROR DELETING ASSET ADDITION"
               ELSE
                   DISPLAY "*** LINE " AST-INDEX " OF VOUCHER "
                           VOUCHER-NUMBER " WAS TAGGED "
                           AAD-ASSET-TAG
                           " - TELL FIXED ASSETS OF THE CHANGE ***".
