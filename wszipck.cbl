      *----------------------------------
      * WSZIPCK.CBL
      * Working storage for the shared
      * ZIP-to-state check.  The calling
      * program sets ZIP-TEST-ZIP and
      * ZIP-TEST-STATE and PERFORMs
      * CHECK-ZIP-STATE in PLZIPCK.CBL,
      * then tests ZIP-STATE-MATCHES -
      * "Y" agrees, "N" disagrees (ZIP-
      * PREFIX-STATE holds the state the
      * ZIP belongs to), "U" the prefix
      * is not on the table.
      *----------------------------------
       01  ZIP-TEST-ZIP                PIC X(10).
       77  ZIP-TEST-STATE              PIC X(02).
       77  ZIP-STATE-MATCHES           PIC X(01).
       77  ZIP-PREFIX-STATE            PIC X(02).
