      *----------------------------------
      * SLVCDSET.CBL
      * File-control for the virtual-card
      * settlement file the bank's card
      * program sends back.  Input only -
      * VCDSET01 reads it.
      *----------------------------------
           SELECT VCARD-SETTLE-FILE
               ASSIGN TO "vcardset"
               ORGANIZATION IS LINE SEQUENTIAL.
