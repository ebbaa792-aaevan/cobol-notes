      *----------------------------------
      * SLVMASS.CBL
      * File-control for the staged mass
      * vendor changes written by
      * VNDMAS01 and released by
      * VNDREL01.
      *----------------------------------
           SELECT OPTIONAL VENDOR-MASS-FILE
               ASSIGN TO "vndmass"
               ORGANIZATION IS INDEXED
               RECORD KEY IS VMC-KEY
               ACCESS MODE IS DYNAMIC.
