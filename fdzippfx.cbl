      *----------------------------------
      * FDZIPPFX.CBL
      * ZIP-PREFIX-RECORD layout.  One
      * record per three-digit ZIP
      * prefix - the state its post
      * offices are in, loaded from the
      * postal prefix list by ZPFLOD01.
      * VNDMNT01 and VCHMNT01 reject an
      * address whose ZIP falls in a
      * different state from the one
      * keyed, and ZPFRPT01 sweeps the
      * vendors already on file.  A
      * prefix not on the table is not
      * checked.
      *----------------------------------
       FD  ZIP-PREFIX-FILE
           LABEL RECORDS ARE STANDARD.
       01  ZIP-PREFIX-RECORD.
           05 ZPF-PREFIX               PIC X(03).
           05 ZPF-STATE                PIC X(02).
