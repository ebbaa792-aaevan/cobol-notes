      *----------------------------------
      * FDSDNHIT.CBL
      * SDN-HIT-RECORD layout.  One record
      * per name that matched the
      * sanctions list (FDSDNLST):
      *
      *   HIT-PARTY-TYPE "V" the vendor
      *   name, "R" the vendor's remit-to
      *   line (HIT-PARTY-NUMBER is the
      *   vendor number for both), "O" a
      *   one-time payee (HIT-PARTY-NUMBER
      *   is the voucher number, HIT-
      *   VENDOR its 99xxx number).
      *
      * HIT-STATUS "U" unresolved, "C"
      * confirmed a sanctioned party, "F"
      * a false positive cleared in
      * SDNREV01.  CHKRUN01 will not pay
      * a party with a "U" or "C" hit.
      * SDNSCR01 stamps HIT-SCREENED-DATE
      * and -TIME each time the party
      * still matches, and drops an
      * unconfirmed hit that no longer
      * does; a confirmed hit stays until
      * it is released in SDNREV01.
      *----------------------------------
       FD  SDN-HIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SDN-HIT-RECORD.
           05 HIT-KEY.
              10 HIT-PARTY-TYPE        PIC X(01).
              10 HIT-PARTY-NUMBER      PIC 9(07).
           05 HIT-VENDOR               PIC 9(05).
           05 HIT-SCREENED-NAME        PIC X(30).
           05 HIT-ENT-NUM              PIC 9(08).
           05 HIT-SDN-NAME             PIC X(60).
           05 HIT-SDN-PROGRAM          PIC X(20).
           05 HIT-STATUS               PIC X(01).
           05 HIT-FOUND-DATE           PIC 9(08).
           05 HIT-SCREENED-DATE        PIC 9(08).
           05 HIT-SCREENED-TIME        PIC 9(06).
           05 HIT-REVIEWED-BY          PIC X(08).
           05 HIT-REVIEWED-DATE        PIC 9(08).
           05 HIT-REVIEW-NOTE          PIC X(40).
