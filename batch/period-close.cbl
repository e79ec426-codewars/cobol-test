      *>  this shop has a month-end close; grading now does too. For
      *>  one yyyymm period this produces the official period report
      *>  (runs, candidates graded, pass rates by kata and category,
      *>  certifications earned, each candidate's final grade),
      *>  appends a period summary record to
      *>  the period master (batch/period-master.txt: period(6)
      *>  closed(14) runs(6) candidates(4) details(8) pass(8)
      *>  fail(8) certs(4) tenant(8)), and appends a '*PCL*' marker
      *>  to the audit trail recording the close - the readers skip
      *>  it like the other control records.
      *>
      *>  A period is closed one tenant at a time
      *>  (src/ttendata.cpy): the home tenant's by default, another
      *>  academy's with TENANT=<tenant>. Only the selected tenant's
      *>  details, runs and certifications are in the figures, and
      *>  each tenant's close is its own period master record (a
      *>  blank tenant there is the home tenant) and its own report.
      *>
      *>  A team run's member credit details (TEAM origin) give each
      *>  member the run for their period grade, but the pass/fail
      *>  totals and the kata and category rates take the run once.
      *>
      *>  A period already on the period master cannot be closed
      *>  again: the month we reported to the academy board stays
      *>  visibly to the period being closed rather than silently
      *>  rewriting a closed one.
      *>
      *>  Voided details (batch/void-register.txt) are left out of
      *>  the figures, and a void's own '*HDR*' block is not a run.
      *>  A void posted against a run in an already-closed period
      *>  is listed under AS-OF ADJUSTMENTS as well, from its
      *>  reversal details, for the same reason a late regrade is.
      *>
      *>  A candidate's period grade is the mean, over the katas
      *>  they ran in the period, of each kata's best-run score; the
      *>  report shows that raw score beside the final score after
      *>  the cohort's approved curve, its letter on the cohort's
      *>  scale (src/tgrddata.cpy) and the curve applied.
      *>
      *>  Usage: perclose <yyyymm> [TENANT=<tenant>]   (run from
      *>  the repo root)
      *>  Output: batch/period-report-<yyyymm>.txt, or
      *>  batch/period-report-<yyyymm>-<tenant>.txt for another
      *>  tenant's close

       environment division.
       input-output section.
       file-control.
           copy taudfc.
           copy tvoidfc.
           copy tcatfc.
           copy tcanfc.
           copy tgrdfc.
           copy ttenfc.
           select period-master-file
               assign to dynamic period-master-path
               organization line sequential
       data division.
       file section.
           copy taudfd.
           copy tvoidfd.
           copy tcatfd.
           copy tcanfd.
           copy tgrdfd.
           copy ttenfd.
       fd  period-master-file.
       01  period-master-record.
           05 per-period-in     pic x(6).
           05 per-pass-in       pic x(8).
           05 per-fail-in       pic x(8).
           05 per-certs-in      pic x(4).
           05 per-tenant-in     pic x(8).
       fd  awards-file.
       01  awards-record.
           05 awd-candidate-in pic x(20).

       working-storage section.
           copy tauddata.
           copy tvoiddata.
           copy tcatdata.
           copy tcandata.
           copy tgrddata.
           copy ttendata.
       01  period-master-path pic x(100)
                               value 'batch/period-master.txt'.
       01  period-master-status pic x(2) value spaces.
       01  report-file-status pic x(2) value spaces.

       01  close-period       pic x(6) value spaces.
       01  close-tenant       pic x(8) value spaces.
       01  current-date-stamp pic x(21).

      *>  Periods already closed for the selected tenant, from the
      *>  period master.
       01  closed-max         pic 9(3) value 0.
       01  closed-table.
           05 closed-period occurs 120 times pic x(6).
       01  cand-found-switch  pic x value 'n'.
           88 cand-found      value 'y'.

      *>  Best-run score per candidate/kata pair in the period,
      *>  for the final-grade section.
       01  gpr-max            pic 9(3) value 0.
       01  gpr-table.
           05 gpr-entry occurs 400 times.
              10 gpr-cand-index pic 9(3).
              10 gpr-kata       pic x(20).
              10 gpr-best-pct   pic 9(3).
       01  gpr-index          pic 9(3) value 0.
       01  gpr-found-switch   pic x value 'n'.
           88 gpr-found       value 'y'.
       01  gpr-run-pct        pic 9(3) value 0.
       01  gpr-kata-count     pic 9(3) value 0.
       01  gpr-score-sum      pic 9(6) value 0.
       01  grade-cohort-display pic x(10).
       01  grade-master-switch pic x value 'n'.
           88 grade-master-open value 'y'.

      *>  Catalog category lookup for the rollup.
       01  kat-max            pic 9(3) value 0.
       01  kat-table.
       01  kat-found-switch   pic x value 'n'.
           88 kat-found       value 'y'.

      *>  a run block in the period, not yet counted: it counts
      *>  once it shows a detail of the selected tenant
       01  run-block-switch   pic x value 'n'.
           88 run-block-pending value 'y'.
       01  period-runs        pic 9(6) value 0.
       01  period-details     pic 9(8) value 0.
       01  period-pass        pic 9(8) value 0.
           05 asof-line occurs 20 times pic x(100).

       procedure division.
           accept ten-command-args from command-line
           unstring ten-command-args delimited by all spaces
               into close-period
           end-unstring
           if close-period = spaces
               or function test-numval(close-period) not = 0
               display 'usage: perclose <yyyymm> [TENANT=<tenant>]'
               move 2 to return-code
               goback
           end-if
           move 'PERCLOSE' to ten-program
           perform take-tenant-selection
           if ten-selection-bad
               move 2 to return-code
               goback
           end-if
           if ten-all-selected
               display '<PERCLOSE-ERROR::> a period is closed one'
                       ' tenant at a time; TENANT=* is not a close'
               move 2 to return-code
               goback
           end-if
           move ten-selected-tenant to close-tenant
           move function current-date to current-date-stamp
           perform load-period-master
           move close-period to check-period
               at end
                   set period-master-eof to true
               not at end
                   move per-tenant-in to ten-record-tenant
                   if ten-record-tenant = spaces
                       move ten-home-tenant to ten-record-tenant
                   end-if
                   if closed-max < 120
                       and ten-record-tenant = close-tenant
                       add 1 to closed-max
                       move per-period-in
                           to closed-period(closed-max)
                       when '*CFW*'
                           continue
                       when '*PCL*'
                       when '*SAR*'
                           continue
                       when '*TRL*'
                           move 'n' to run-block-switch
                       when '*HDR*'
                           move 'n' to run-block-switch
                           if aud-timestamp-in(1:6) = close-period
                               and aud-kata-name-in(1:5) not = 'void-'
                               set run-block-pending to true
                           end-if
                       when other
                           move aud-tenant-in to ten-record-tenant
                           move aud-candidate-id-in
                               to ten-lookup-candidate
                           perform check-detail-tenant
                           if ten-in-selection
                               perform classify-tenant-detail
                           end-if
                   end-evaluate
           end-read
           .

       classify-tenant-detail.
           if run-block-pending
               add 1 to period-runs
               move 'n' to run-block-switch
           end-if
           perform check-audit-detail-voided
           if aud-origin-in = 'VOID'
               perform classify-void-reversal
           else
               if not detail-voided
                   perform classify-period-detail
               end-if
           end-if
           .

       classify-period-detail.
           if aud-timestamp-in(1:6) = close-period
               perform accumulate-period-detail
           end-if
           .

      *>  a reversal carries the voided detail's own timestamp
       classify-void-reversal.
           if aud-timestamp-in(1:6) < close-period
               move aud-timestamp-in(1:6) to check-period
               perform find-closed-period
               if closed-found
                   perform note-as-of-void
               end-if
           end-if
           .

       accumulate-period-detail.
           add 1 to period-details
           if function test-numval(aud-pass-count-in) = 0
           else
               move 1 to aud-fail-count
           end-if
      *>  a team run's member credit details (TEAM) repeat the
      *>  one run's counts: they grade each member, but the totals
      *>  and the rates take the run once
           if aud-origin-in not = 'TEAM'
               add aud-pass-count to period-pass
               add aud-fail-count to period-fail
           end-if
           move aud-candidate-id-in to aud-candidate-id
           perform find-candidate-entry
           move aud-kata-name-in to aud-kata-name
           if cand-index <= cand-max
               perform note-period-pair-score
           end-if
           if aud-origin-in not = 'TEAM'
               perform accumulate-period-rates
           end-if
           .

       accumulate-period-rates.
           perform find-period-kata-entry
           if pk-found
               add 1 to pk-runs(pk-index)
           end-if
           .

       note-period-pair-score.
           move 0 to gpr-run-pct
           if aud-pass-count + aud-fail-count > 0
               compute gpr-run-pct = (aud-pass-count * 100)
                   / (aud-pass-count + aud-fail-count)
           end-if
           move 'n' to gpr-found-switch
           move 1 to gpr-index
           perform test before
               until gpr-index > gpr-max or gpr-found
               if gpr-cand-index(gpr-index) = cand-index
                   and gpr-kata(gpr-index) = aud-kata-name
                   set gpr-found to true
               else
                   add 1 to gpr-index
               end-if
           end-perform
           if not gpr-found and gpr-max < 400
               add 1 to gpr-max
               move gpr-max to gpr-index
               move cand-index to gpr-cand-index(gpr-index)
               move aud-kata-name to gpr-kata(gpr-index)
               move 0 to gpr-best-pct(gpr-index)
               set gpr-found to true
           end-if
           if gpr-found
               and gpr-run-pct > gpr-best-pct(gpr-index)
               move gpr-run-pct to gpr-best-pct(gpr-index)
           end-if
           .

       find-period-kata-entry.
           move 'n' to pk-found-switch
           move 1 to pk-index
           end-if
           .

       note-as-of-void.
           add 1 to asof-count
           if asof-shown < 20
               add 1 to asof-shown
               move spaces to asof-line(asof-shown)
               string aud-candidate-id-in ' '
                      aud-kata-name-in ' run '
                      aud-timestamp-in
                      ' voided from closed period '
                      aud-timestamp-in(1:6)
                   delimited by size into asof-line(asof-shown)
           end-if
           .

       count-period-certifications.
           open input awards-file
           if awards-file-status = '00'
                   set awards-eof to true
               not at end
                   if awd-date-in(1:6) = close-period
                       move awd-candidate-in
                           to ten-lookup-candidate
                       perform check-candidate-tenant
                       if ten-in-selection
                           add 1 to period-certs
                       end-if
                   end-if
           end-read
           .

       write-period-report.
           move spaces to report-file-path
           if close-tenant = ten-home-tenant
               string 'batch/period-report-' close-period '.txt'
                   delimited by size into report-file-path
           else
               string 'batch/period-report-' close-period '-'
                      function trim(close-tenant) '.txt'
                   delimited by size into report-file-path
           end-if
           open output report-file
           if report-file-status not = '00'
               display '<PERCLOSE-ERROR::> cannot write '
           move spaces to report-line
           string 'OFFICIAL PERIOD REPORT - ' close-period(1:4)
                  '-' close-period(5:2)
                  '   tenant ' close-tenant
                  '   closed ' current-date-stamp(1:8)
               delimited by size into report-line
           write report-record from report-line
               until pc-index > pc-max
           move spaces to report-record
           write report-record
           move 'FINAL GRADES (raw = mean best-run score per kata):'
               to report-record
           write report-record
           if cand-max = 0
               move '  (none)' to report-record
               write report-record
           else
               open input candidate-file
               if candidate-file-status = '00'
                   set grade-master-open to true
               end-if
               perform write-candidate-grade-line
                   varying cand-index from 1 by 1
                   until cand-index > cand-max
               if grade-master-open
                   close candidate-file
               end-if
           end-if
           move spaces to report-record
           write report-record
           move 'AS-OF ADJUSTMENTS (late posts to closed periods):'
               to report-record
           write report-record
           write report-record from report-line
           .

      *>  an id the master doesn't know grades on the shop default
      *>  scale, uncurved, under cohort '(none)'.
       write-candidate-grade-line.
           move 0 to gpr-kata-count gpr-score-sum
           perform varying gpr-index from 1 by 1
                   until gpr-index > gpr-max
               if gpr-cand-index(gpr-index) = cand-index
                   add 1 to gpr-kata-count
                   add gpr-best-pct(gpr-index) to gpr-score-sum
               end-if
           end-perform
           move 0 to grade-raw-score
           if gpr-kata-count > 0
               compute grade-raw-score rounded =
                   gpr-score-sum / gpr-kata-count
           end-if
           move '(none)' to grade-cohort
           if grade-master-open
               move cand-entry(cand-index) to can-id
               read candidate-file
                   invalid key
                       continue
                   not invalid key
                       if can-cohort not = spaces
                           move can-cohort to grade-cohort
                       end-if
               end-read
           end-if
           move grade-cohort to grade-cohort-display
           perform compute-final-grade
           move spaces to report-line
           string '  ' cand-entry(cand-index) ' '
                  grade-cohort-display
                  ' raw ' grade-raw-score
                  '   final ' grade-final-score
                  '   grade ' grade-letter
                  '   curve ' grade-curve-method
                  ' ' grade-curve-approved-by
               delimited by size into report-line
           write report-record from report-line
           .

       write-asof-line.
           move spaces to report-line
           string '  ' function trim(asof-line(closed-index))
           move period-pass to per-pass-in
           move period-fail to per-fail-in
           move period-certs to per-certs-in
           if close-tenant not = ten-home-tenant
               move close-tenant to per-tenant-in
           end-if
           write period-master-record
           close period-master-file
           .

      *>  the close marker rides the trail in the audit layout:
      *>  '*PCL*' in the candidate column, the period in the kata
      *>  column, the close stamp in the timestamp column and the
      *>  tenant closed in the tenant column.
       append-close-marker.
           open extend audit-file
           move spaces to audit-record
           move '*PCL*' to aud-candidate-id-in
           move close-period to aud-kata-name-in
           move current-date-stamp(1:14) to aud-timestamp-in
           move close-tenant to aud-tenant-in
           write audit-record
           close audit-file
           .

           copy tvoidhelp.
           copy tgrdhelp.
           copy ttenhelp.

       end program perclose.
