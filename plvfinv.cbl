      *----------------------------------
      * PLVFINV.CBL
      * The same invoice number already
      * on file under another vendor in
      * FAM-VENDOR's family - the branch
      * that bills head office's invoice
      * over again.  The vendor's own
      * cross-reference is the caller's
      * edit; this looks only at its
      * relatives.  Needs PLVFAM.CBL and
      * INVOICE-XREF-FILE open.
      *----------------------------------
       CHECK-FAMILY-INVOICE.
           MOVE "N" TO FAM-DUP-FOUND.
           MOVE ZEROES TO FAM-DUP-VENDOR
                          FAM-DUP-VOUCHER.
           PERFORM LOAD-VENDOR-FAMILY.
           PERFORM CHECK-ONE-FAMILY-INVOICE
               VARYING FAM-INDEX FROM 1 BY 1
               UNTIL FAM-INDEX > FAM-MEMBER-COUNT OR
                     FAM-DUP-FOUND = "Y".

       CHECK-ONE-FAMILY-INVOICE.
           IF FAM-MEMBER (FAM-INDEX) NOT = FAM-VENDOR
               MOVE FAM-MEMBER (FAM-INDEX) TO XRF-VENDOR
               MOVE FAM-INVOICE TO XRF-INVOICE
               MOVE "Y" TO FAM-RECORD-FOUND
               READ INVOICE-XREF-FILE RECORD
                   INVALID KEY
                      MOVE "N" TO FAM-RECORD-FOUND
               END-READ
               IF FAM-RECORD-FOUND = "Y"
                   MOVE "Y" TO FAM-DUP-FOUND
                   MOVE XRF-VENDOR TO FAM-DUP-VENDOR
                   MOVE XRF-VOUCHER-NUMBER TO FAM-DUP-VOUCHER.
