      *----------------------------------
      * SLZIPPFX.CBL
      * File-control for the ZIP-prefix
      * table.
      *----------------------------------
           SELECT OPTIONAL ZIP-PREFIX-FILE
               ASSIGN TO "zippfx"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ZPF-PREFIX
               ACCESS MODE IS DYNAMIC.
