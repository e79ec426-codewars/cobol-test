      *>  thousand boundary roll no longer burns a morning of hand
      *>  reruns. Replay a listed seed via TEST-CONFIG.TXT
      *>  (seed-file-switch=y) with the seed in TEST-SEED.TXT.
      *>
      *>  A second section narrows the same question to the
      *>  testcase: the case-results master (batch/case-results.dat)
      *>  is walked in key order and every candidate/kata/case-id
      *>  whose outcome both passed and failed across runs is listed
      *>  with its run and flip counts - keyed on the case's stable
      *>  id, so a random case whose title changes with the drawn
      *>  data is still one testcase with one history. A missing
      *>  master just skips the section.
      *>
      *>  Both sections read only the selected tenant's runs
      *>  (src/ttendata.cpy): the home tenant's, another's with
      *>  TENANT=<tenant>, or every tenant's with TENANT=*.
      *>
      *>  Usage: flakyrpt [TENANT=<tenant>]   (run from the repo
      *>  root)

       environment division.
       input-output section.
       file-control.
           copy taudfc.
           copy tcrsfc.
           copy ttenfc.

       data division.
       file section.
           copy taudfd.
           copy tcrsfd.
           copy ttenfd.

       working-storage section.
           copy tauddata.
           copy tcrsdata.
           copy ttendata.

      *>  One entry per candidate/kata/revision triple, in trail
      *>  order so consecutive-run outcome flips can be counted as
       01  fk-seed-list       pic x(60).
       01  fk-seed-scan       pic 9(2) value 0.

      *>  Case-level flip tracking over the case-results master:
      *>  one candidate/kata/case-id group at a time, in key order.
       01  fc-group-key       pic x(64) value spaces.
       01  fc-case-title      pic x(80) value spaces.
       01  fc-runs            pic 9(4) value 0.
       01  fc-pass-runs       pic 9(4) value 0.
       01  fc-fail-runs       pic 9(4) value 0.
       01  fc-flips           pic 9(4) value 0.
       01  fc-last-outcome    pic x(8) value spaces.
       01  fc-last-flip       pic x(14) value spaces.
       01  fc-flagged-count   pic 9(5) value 0.

       procedure division.
           accept ten-command-args from command-line
           move 'FLAKY' to ten-program
           perform take-tenant-selection
           if ten-selection-bad
               move 2 to return-code
               goback
           end-if
           open input audit-file
           if audit-file-status not = '00'
               display '<FLAKY-ERROR::> cannot open ' audit-file-path
               until fk-rank-pos > fk-max
           display '<FLAKY-SUMMARY::> ' fk-flagged-count
                   ' kata/revision pair(s) flagged flaky'
           perform report-flaky-cases
           goback.

       read-next-audit-record.
                           or aud-candidate-id-in(1:5) = '*TRL*'
                           or aud-candidate-id-in(1:5) = '*CFW*'
                           or aud-candidate-id-in(1:5) = '*PCL*'
                           or aud-candidate-id-in(1:5) = '*SAR*'
      *>  a void's reversal details (voidmnt) are not runs
                           or aud-origin-in = 'VOID'
                       continue
                   else
                       move aud-tenant-in to ten-record-tenant
                       move aud-candidate-id-in
                           to ten-lookup-candidate
                       perform check-detail-tenant
                       if ten-in-selection
                           perform accept-audit-detail
                       end-if
                   end-if
           end-read
           .
           end-perform
           .

      *>  Case-level section: walk the case-results master in
      *>  key order, closing each candidate/kata/case-id group as
      *>  the key moves on.
       report-flaky-cases.
           open input case-results-file
           if case-results-status not = '00'
               display '<FLAKY-CASES::> no case-results master,'
                       ' case-level section skipped'
           else
               display '<FLAKY-CASES::>'
               perform read-next-case-result until case-results-eof
               perform close-flaky-case-group
               close case-results-file
               display '<FLAKY-CASE-SUMMARY::> ' fc-flagged-count
                       ' testcase(s) flagged flaky'
           end-if
           .

       read-next-case-result.
           read case-results-file next
               at end
                   set case-results-eof to true
               not at end
                   move crs-candidate to ten-lookup-candidate
                   perform check-candidate-tenant
                   if ten-in-selection
                       perform take-flaky-case-run
                   end-if
           end-read
           .

       take-flaky-case-run.
           if crs-key(1:64) not = fc-group-key
               perform close-flaky-case-group
               move crs-key(1:64) to fc-group-key
           end-if
           perform count-flaky-case-run
           .

      *>  skipped runs are neither pass nor fail and never flip;
      *>  neither do a voided run's outcomes (voidmnt)
       count-flaky-case-run.
           move crs-case-title to fc-case-title
           if crs-outcome not = 'SKIPPED'
               and crs-outcome not = 'VOIDED'
               perform count-graded-case-run
           end-if
           .

       count-graded-case-run.
           add 1 to fc-runs
           if crs-outcome = 'PASSED'
               add 1 to fc-pass-runs
           else
               add 1 to fc-fail-runs
           end-if
           if fc-last-outcome not = spaces
                   and fc-last-outcome not = crs-outcome
               add 1 to fc-flips
               move crs-run-id to fc-last-flip
           end-if
           move crs-outcome to fc-last-outcome
           .

       close-flaky-case-group.
           if fc-pass-runs > 0 and fc-fail-runs > 0
               add 1 to fc-flagged-count
               display function trim(fc-group-key(21:20))
                       ' case=' function trim(fc-group-key(41:24))
                       ' cand=' function trim(fc-group-key(1:20))
                       ' runs=' fc-runs
                       ' pass=' fc-pass-runs
                       ' fail=' fc-fail-runs
                       ' flips=' fc-flips
                       ' last flip run ' fc-last-flip
               display '    "' function trim(fc-case-title) '"'
           end-if
           move spaces to fc-group-key fc-case-title
           move spaces to fc-last-outcome fc-last-flip
           move 0 to fc-runs fc-pass-runs fc-fail-runs fc-flips
           .

           copy ttenhelp.

       end program flakyrpt.
