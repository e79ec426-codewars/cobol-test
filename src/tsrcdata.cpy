      *>  Submission-source store: every graded submission's
      *>  source, one indexed record per line, keyed
      *>  candidate/kata/submitted/line-no - submitted is the audit
      *>  record's own timestamp and src-version its kata version, so
      *>  each stored attempt ties back to exactly one audit detail.
      *>  Line 00000 is the attempt's header: src-line-text carries
      *>  the source path it was filed from and the line count.
      *>  Loaded by batch/source-store-load.cbl from the queue drain,
      *>  read by batch/source-diff.cbl - the source outlives the
      *>  CLEANUP_DAYS sweep of the submission build directories.
       01  source-store-path   pic x(100)
                                value 'batch/submission-sources.dat'.
       01  source-store-status pic x(2) value spaces.
       01  source-store-eof-switch pic x value 'n'.
           88 source-store-eof value 'y'.
