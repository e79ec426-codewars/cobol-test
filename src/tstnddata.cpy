      *>  Academic standing history: one line-sequential record per
      *>  standing a candidate is given - candidate(20) date(8)
      *>  standing(16) previous(16) cohort(10) attempts(5)
      *>  pass-pct(3) consecutive-fails(3) overdue(3) trigger(12) -
      *>  appended by batch/standing-eval.cbl whenever the nightly
      *>  evaluation moves a candidate (the first evaluation of a
      *>  candidate records their opening standing with a blank
      *>  previous), so the last record per candidate is their
      *>  current standing and the file is the whole history
      *>  batch/standing-report.cbl reports moves from. Standings:
      *>  GOOD, WARNING, PROBATION, DISMISSAL-REVIEW; the trigger
      *>  names the batch/standing-rules.txt test that set it
      *>  (PASS-RATE, CONSEC-FAIL, OVERDUE; blank for GOOD).
       01  standing-file-path  pic x(100)
                                value 'batch/standing-history.txt'.
       01  standing-file-status pic x(2) value spaces.
       01  standing-eof-switch pic x value 'n'.
           88 standing-eof     value 'y'.
