                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS DMG-VOUCHER-CHECK-NO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS DMG-VOUCHER-OPEN-ITEM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS DMG-VOUCHER-PAID-DATE
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS VOUCHER-FILE-STATUS.

                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SAL-VOUCHER-CHECK-NO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SAL-VOUCHER-OPEN-ITEM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SAL-VOUCHER-PAID-DATE
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

           SELECT DAMAGED-VENDOR-FILE
               RECORD KEY IS DMG-VENDOR-NUMBER
               ALTERNATE RECORD KEY IS DMG-VENDOR-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS DMG-VENDOR-PARENT
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS VENDOR-FILE-STATUS.

               RECORD KEY IS SAL-VENDOR-NUMBER
               ALTERNATE RECORD KEY IS SAL-VENDOR-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SAL-VENDOR-PARENT
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

           COPY "slcontrl.cbl".
      *------------------------------------------
      * The damaged and salvage voucher layouts
      * only name the key fields - the FILLERs
      * carry everything else of the 749-byte
      * VOUCHER-RECORD through untouched.
      *------------------------------------------
       FD  DAMAGED-VOUCHER-FILE
       01  DAMAGED-VOUCHER-RECORD.
           05 DMG-VOUCHER-NUMBER       PIC 9(07).
           05 DMG-VOUCHER-VENDOR       PIC 9(05).
           05 FILLER                   PIC X(87).
           05 DMG-VOUCHER-PAID-DATE    PIC 9(08).
           05 DMG-VOUCHER-CHECK-NO     PIC 9(06).
           05 FILLER                   PIC X(593).
           05 DMG-VOUCHER-OPEN-ITEM    PIC X(01).
           05 FILLER                   PIC X(42).

       FD  SALVAGE-VOUCHER-FILE
           LABEL RECORDS ARE STANDARD.
       01  SALVAGE-VOUCHER-RECORD.
           05 SAL-VOUCHER-NUMBER       PIC 9(07).
           05 SAL-VOUCHER-VENDOR       PIC 9(05).
           05 FILLER                   PIC X(87).
           05 SAL-VOUCHER-PAID-DATE    PIC 9(08).
           05 SAL-VOUCHER-CHECK-NO     PIC 9(06).
           05 FILLER                   PIC X(593).
           05 SAL-VOUCHER-OPEN-ITEM    PIC X(01).
           05 FILLER                   PIC X(42).

      *------------------------------------------
      * Same treatment for the 539-byte
      * VENDOR-RECORD.
      *------------------------------------------
       FD  DAMAGED-VENDOR-FILE
       01  DAMAGED-VENDOR-RECORD.
           05 DMG-VENDOR-NUMBER        PIC 9(05).
           05 DMG-VENDOR-NAME          PIC X(30).
           05 FILLER                   PIC X(499).
           05 DMG-VENDOR-PARENT        PIC 9(05).

       FD  SALVAGE-VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  SALVAGE-VENDOR-RECORD.
           05 SAL-VENDOR-NUMBER        PIC 9(05).
           05 SAL-VENDOR-NAME          PIC X(30).
           05 FILLER                   PIC X(499).
           05 SAL-VENDOR-PARENT        PIC 9(05).

           COPY "fdcontrl.cbl".

