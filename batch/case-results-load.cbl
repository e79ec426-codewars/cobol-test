      *>  Case-results loader: parses one run's TEST-RESULTS.TXT
      *>  event stream (have resvalid pass it first - the batch
      *>  does) into the indexed case-results master, one record
      *>  per candidate/kata/case-id/run-id with the case's title
      *>  and outcome. The audit trail records per-kata totals; this is
      *>  the per-testcase history triagerpt could never see past
      *>  last night, now durable and keyed.
      *>
      *>  it. Reloading the same run rewrites its records in place,
      *>  so the loader is idempotent across reruns.
      *>
      *>  The case id is read from the <IT::> record's id column
      *>  (column 101, after the title). A stream written before
      *>  the harness stamped ids carries none; such a case files
      *>  under the first 24 bytes of its title, which is what the
      *>  history was keyed on then.
      *>
      *>  Usage: caseload <results-file> <candidate> <kata>
      *>         <run-id>
      *>  (run from the repo root; run-all-katas.sh loads every
       01  cl-kata            pic x(20).
       01  cl-run-id          pic x(14).
       01  cl-case-title      pic x(80) value spaces.
       01  cl-case-id         pic x(24) value spaces.
       01  cl-case-outcome    pic x(8) value spaces.
       01  cl-case-open       pic x value 'n'.
       01  current-date-stamp pic x(21).
                           perform store-open-case
                           move stream-record(8:80)
                               to cl-case-title
                           move stream-record(101:24)
                               to cl-case-id
                           if cl-case-id = spaces
                               move cl-case-title to cl-case-id
                           end-if
                           move 'PASSED' to cl-case-outcome
                           move 'y' to cl-case-open
                       when stream-record(1:9) = '<FAILED::'
               move spaces to case-results-record
               move cl-candidate to crs-candidate
               move cl-kata to crs-kata
               move cl-case-id to crs-case-id
               move cl-run-id to crs-run-id
               move cl-case-title to crs-case-title
               move cl-case-outcome to crs-outcome
               move current-date-stamp(1:14) to crs-recorded
               write case-results-record
               add 1 to records-loaded
           end-if
           move 'n' to cl-case-open
           move spaces to cl-case-title cl-case-id
           .

       end program caseload.
