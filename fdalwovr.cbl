      *----------------------------------
      * FDALWOVR.CBL
      * ALLOWABILITY-OVERRIDE-RECORD
      * layout.  A voucher distribution
      * line is allowable or unallowable
      * on the government contracts as
      * its GL account says (GLA-
      * ALLOWABLE) unless the clerk
      * overrode the account at entry in
      * VCHMNT01 - then one record here,
      * keyed by voucher and line
      * number, carries the line's own
      * flag, the account it was coded
      * to, why, who made the call and
      * when.  Re-keying a voucher's
      * distribution replaces its
      * records.  ALWRPT01 totals cost
      * by these flags and lists every
      * override for the contracting
      * officer's auditor.
      *----------------------------------
       FD  ALLOWABILITY-OVERRIDE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALLOWABILITY-OVERRIDE-RECORD.
           05 AOV-KEY.
              10 AOV-VOUCHER-NUMBER    PIC 9(07).
              10 AOV-LINE              PIC 9(01).
           05 AOV-GL-ACCOUNT           PIC 9(06).
           05 AOV-ALLOWABLE            PIC X(01).
           05 AOV-REASON               PIC X(40).
           05 AOV-OPERATOR             PIC X(08).
           05 AOV-DATE                 PIC 9(08).
