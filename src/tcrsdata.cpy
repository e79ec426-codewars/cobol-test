      *>  Case-level results master: one indexed record per
      *>  candidate/kata/case-id/run-id holding that testcase's
      *>  title as it ran and its outcome - the durable edition of
      *>  the per-run outcomes that previously lived only in
      *>  scratch run.log files the cleanup sweep deleted. Loaded
      *>  from each run's validated TEST-RESULTS.TXT by
      *>  batch/case-results-load.cbl; queried
      *>  by batch/case-results-query.cbl ("who has ever failed
      *>  this case", "when did this case last flip"). The key is
      *>  the testcase's stable id (test-case-id in the harness),
      *>  not its title, so a random case whose title carries the
      *>  night's generated data still files under one key.
       01  case-results-path   pic x(100)
                                value 'batch/case-results.dat'.
       01  case-results-status pic x(2) value spaces.
