      *----------------------------------
      * WSASTADD.CBL
      * Working storage for the shared
      * asset-addition routine.  The
      * program MOVEs its own PROGRAM-ID
      * to AST-PROGRAM when it opens
      * ASSET-ADDITION-FILE (I-O, along
      * with GL-ACCOUNT-FILE), then
      * PERFORMs WRITE-ASSET-ADDITIONS
      * (from PLASTADD.CBL) wherever it
      * posts a voucher's accrual and
      * REMOVE-ASSET-ADDITIONS wherever
      * it reverses one, while the
      * voucher is still in the buffer.
      *----------------------------------
       77  AST-PROGRAM                 PIC X(08) VALUE SPACES.
       77  AST-INDEX                   PIC 9(01).
       77  AST-GL-FOUND                PIC X(01).
       77  AST-ADDITION-FOUND          PIC X(01).
