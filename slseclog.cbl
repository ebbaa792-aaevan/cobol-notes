      * SLSECLOG.CBL
      * File-control for the sign-on
      * security log written by
      * APMAIN01, and by the screens
      * that show a full bank account
      * or tax ID.  Line sequential and
      * append-only, same as the audit
      * log.
      *----------------------------------
