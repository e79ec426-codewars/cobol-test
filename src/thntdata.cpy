      *>  Progressive hint ladder. Each kata may carry up to four
      *>  authored hints of increasing specificity beside its
      *>  statement, batch/statements/<kata>-hints.txt (level(1)
      *>  text(99), several lines to a level allowed, maintained by
      *>  stmtmnt HBEGIN/HINT). batch/hint-thresholds.txt
      *>  ('#' comment lines; kata(20) then, per level, the failed
      *>  attempts after which it is released (3 each, blank = never)
      *>  and a deduction-pct(3) per hint used) sets the ladder; a
      *>  kata's own row wins over the '*' row. feedgen releases the
      *>  next hint once the candidate's failed attempts on the audit
      *>  trail reach its threshold and logs each release to
      *>  batch/hint-releases.txt - candidate(20) kata(20) level(1)
      *>  released(14) failed-attempts(3); candscore takes
      *>  deduction-pct of a passed kata's points per hint released,
      *>  when the row sets one.
       01  hint-release-file-path  pic x(100)
                                    value 'batch/hint-releases.txt'.
       01  hint-release-file-status pic x(2) value spaces.
       01  hint-release-eof-switch pic x value 'n'.
           88 hint-release-eof     value 'y'.
       01  hint-threshold-file-path pic x(100)
                                    value 'batch/hint-thresholds.txt'.
       01  hint-threshold-file-status pic x(2) value spaces.
       01  hint-threshold-eof-switch pic x value 'n'.
           88 hint-threshold-eof   value 'y'.

       01  hth-max            pic 9(2) value 0.
       01  hth-table.
           05 hth-entry occurs 50 times.
              10 hth-kata     pic x(20).
              10 hth-after    pic 9(3) occurs 4 times.
              10 hth-deduct   pic 9(3).
       01  hth-index          pic 9(2) value 0.
       01  hth-level          pic 9 value 0.
       01  hth-loaded-switch  pic x value 'n'.
           88 hint-thresholds-loaded value 'y'.

      *>  find-hint-ladder's answer for hint-lookup-kata: the
      *>  failed-attempt threshold per level (0 = level not
      *>  released) and the deduction pct per hint used.
       01  hint-lookup-kata   pic x(20).
       01  hint-ladder-after  pic 9(3) occurs 4 times.
       01  hint-ladder-deduct pic 9(3) value 0.
       01  hint-ladder-found-switch pic x value 'n'.
           88 hint-ladder-found value 'y'.
