      *----------------------------------
      * FDSDNLST.CBL
      * SDN-LIST-RECORD layout.  One
      * record per name on the published
      * OFAC Specially Designated
      * Nationals list - the primary name
      * (SDN-ALT-NUM zero) and each of
      * its a.k.a. names - loaded by
      * SDNLOD01, which replaces the
      * whole file from each new list.
      * SDN-MATCH-KEY is the name run
      * through the shared normalization
      * (PLSDNCHK), so a vendor name
      * screens with one keyed read.
      *----------------------------------
       FD  SDN-LIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  SDN-LIST-RECORD.
           05 SDN-ENTRY-KEY.
              10 SDN-ENT-NUM           PIC 9(08).
              10 SDN-ALT-NUM           PIC 9(06).
           05 SDN-MATCH-KEY            PIC X(60).
           05 SDN-NAME                 PIC X(60).
           05 SDN-TYPE                 PIC X(12).
           05 SDN-PROGRAM              PIC X(20).
           05 SDN-LOAD-DATE            PIC 9(08).
