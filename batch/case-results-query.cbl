      *>        run-id where the outcome last changed between
      *>        consecutive runs (pass->fail or back)
      *>
      *>  Usage: caseqry <kata> <case-id>
      *>  (run from the repo root). Matching is on the testcase's
      *>  stable id, not its title - a random case's title changes
      *>  with the night's data, its id does not. The id matches as
      *>  a prefix, so S002- reports every case of the second
      *>  testsuite; each candidate/case pair is rolled up
      *>  separately and shown with the title it last ran under.

       environment division.
       input-output section.
           copy tcrsdata.
       01  command-line-args  pic x(250).
       01  qy-kata            pic x(20).
       01  qy-case-id         pic x(24).
       01  qy-id-length       pic 9(2) value 0.
       01  args-rest          pic x(200).

      *>  Per-candidate/case rollup over the matching records,
      *>  which arrive in key order (candidate, case id, then
      *>  run-id) so the flip tracking just watches consecutive
      *>  outcomes.
       01  qc-max             pic 9(3) value 0.
       01  qc-table.
           05 qc-entry occurs 100 times.
              10 qc-candidate    pic x(20).
              10 qc-case-id      pic x(24).
              10 qc-case-title   pic x(80).
              10 qc-runs         pic 9(4).
              10 qc-fails        pic 9(4).
              10 qc-last-outcome pic x(8).
           move spaces to qy-kata args-rest
           unstring command-line-args delimited by all spaces
               into qy-kata args-rest
           move args-rest to qy-case-id
           if qy-kata = spaces or qy-case-id = spaces
               display 'usage: caseqry <kata> <case-id>'
               move 2 to return-code
               goback
           end-if
           compute qy-id-length = function length(
               function trim(qy-case-id trailing))
           open input case-results-file
           if case-results-status not = '00'
               display '<CASEQRY-ERROR::> cannot open '
           close case-results-file
           if matched-count = 0
               display '<CASEQRY::> no records for '
                       function trim(qy-kata) ' / '
                       function trim(qy-case-id)
               goback
           end-if
           display '<CASEQRY::> ' function trim(qy-kata) ' / '
                   function trim(qy-case-id) ': '
                   matched-count ' run record(s)'
           display 'EVER FAILED:'
           perform report-one-candidate
                   set case-results-eof to true
               not at end
                   if crs-kata = qy-kata
                       and crs-case-id(1:qy-id-length)
                           = qy-case-id(1:qy-id-length)
      *>  a voided run's outcomes (voidmnt) were never the
      *>  candidate's
                       and crs-outcome not = 'VOIDED'
                       perform accumulate-result-record
                   end-if
           end-read
                   move crs-run-id to qc-last-flip(qc-index)
               end-if
               move crs-outcome to qc-last-outcome(qc-index)
               move crs-case-title to qc-case-title(qc-index)
           end-if
           .

           perform test before
               until qc-index > qc-max or qc-found
               if qc-candidate(qc-index) = crs-candidate
                   and qc-case-id(qc-index) = crs-case-id
                   set qc-found to true
               else
                   add 1 to qc-index
                   add 1 to qc-max
                   move qc-max to qc-index
                   move crs-candidate to qc-candidate(qc-index)
                   move crs-case-id to qc-case-id(qc-index)
                   move 0 to qc-runs(qc-index)
                   move 0 to qc-fails(qc-index)
                   move spaces to qc-last-outcome(qc-index)
       report-one-candidate.
           if qc-fails(qc-index) > 0
               add 1 to ever-failed-count
               display '  ' qc-candidate(qc-index)
                       ' case ' function trim(qc-case-id(qc-index))
                       ' "' function trim(qc-case-title(qc-index))
                       '"'
               if qc-last-flip(qc-index) = spaces
                   display '      failed ' qc-fails(qc-index)
                           ' of ' qc-runs(qc-index)
                           ' run(s), never flipped (now '
                           function trim(
                               qc-last-outcome(qc-index)) ')'
               else
                   display '      failed ' qc-fails(qc-index)
                           ' of ' qc-runs(qc-index)
                           ' run(s), last flipped at run '
                           qc-last-flip(qc-index)
