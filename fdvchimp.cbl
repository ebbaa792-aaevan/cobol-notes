      * The date the paper reached the scanner - zero if the
      * imaging vendor did not capture one.
           05 IMP-RECEIVED-DATE        PIC 9(08).
      * The job each GL line is charged to, parallel to
      * IMP-GL-LINE - zero when the line carries no job.
           05 IMP-GL-JOB               OCCURS 5 TIMES
                                       PIC 9(06).
