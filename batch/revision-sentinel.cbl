       program-id. revsent.

      *>  Harness-change regression sentinel. aud-git-rev-in pins
      *>  every audit detail to the repo revision that graded it; a
      *>  change to tproc.cpy or a shared copybook that knocks every
      *>  kata's pass rate down shows up here as several katas moving
      *>  together between two revisions, instead of as complaints
      *>  that look like a bad cohort.
      *>
      *>  The newest revision is the one the latest detail on the
      *>  trail ran under; the previous one the revision last seen
      *>  before it. For each kata the pass rate (passed testcases
      *>  over testcases run) is compared between the two:
      *>
      *>    MATCHED  over the candidates who ran the kata under both
      *>             revisions, when there are any - the same people,
      *>             so a cohort change can't pass for a harness one
      *>    ALL      over every run under each revision otherwise
      *>
      *>  The change is scored with a two-proportion z statistic; a
      *>  kata whose |z| reaches the threshold (default 1.96) has
      *>  moved. When at least min-katas (default 3) katas moved in
      *>  the same direction the revision is flagged: the report says
      *>  so and a <REVSENT-FLAG::> line (newest revision, previous
      *>  revision, count, direction) is displayed for
      *>  batch/revision-sentinel.sh, which lists the files changed
      *>  between the two revisions and opens the incident.
      *>
      *>  Voided runs' reversal details and team member credit
      *>  details are not runs and are left out; a renamed kata's
      *>  runs count under its current name (src/taliashelp.cpy).
      *>
      *>  Usage: revsent [min-katas [z-threshold]]   (run from the
      *>  repo root)
      *>  Output: batch/revision-sentinel.txt. Return code 1 when the
      *>  newest revision is flagged, 2 when the trail is refused.

       environment division.
       input-output section.
       file-control.
           copy taudfc.
           copy taliasfc.
           select sentinel-file assign to dynamic sentinel-file-path
               organization line sequential
               file status sentinel-file-status.

       data division.
       file section.
           copy taudfd.
           copy taliasfd.
       fd  sentinel-file.
       01  sentinel-record pic x(132).

       working-storage section.
           copy tauddata.
           copy taliasdata.
       01  sentinel-file-path pic x(100)
                               value 'batch/revision-sentinel.txt'.
       01  sentinel-file-status pic x(2) value spaces.

       01  command-args       pic x(40) value spaces.
       01  min-katas-arg      pic x(8) value spaces.
       01  z-threshold-arg    pic x(8) value spaces.
       01  min-katas          pic 9(3) value 3.
       01  z-threshold        pic 9(2)v99 value 1.96.

       01  pass-number        pic 9 value 1.
       01  detail-seq         pic 9(8) value 0.

      *>  Revisions seen on the trail, with the sequence number of
      *>  the last detail each one graded.
       01  rev-max            pic 9(3) value 0.
       01  rev-table.
           05 rev-entry occurs 300 times.
              10 rev-id          pic x(12).
              10 rev-last-seq    pic 9(8).
              10 rev-first-ts    pic x(14).
              10 rev-last-ts     pic x(14).
       01  rev-index          pic 9(3) value 0.
       01  rev-found-switch   pic x value 'n'.
           88 rev-found       value 'y'.
       01  newest-rev-index   pic 9(3) value 0.
       01  previous-rev-index pic 9(3) value 0.
       01  newest-rev         pic x(12) value spaces.
       01  previous-rev       pic x(12) value spaces.
       01  detail-side        pic 9 value 0.

      *>  Per-kata totals under each revision (side 1 previous,
      *>  side 2 newest), all runs and matched candidates only.
       01  skat-max           pic 9(3) value 0.
       01  skat-table.
           05 skat-entry occurs 100 times.
              10 skat-name       pic x(20).
              10 skat-side occurs 2 times.
                 15 skat-all-pass   pic 9(8).
                 15 skat-all-fail   pic 9(8).
                 15 skat-all-runs   pic 9(6).
                 15 skat-mat-pass   pic 9(8).
                 15 skat-mat-fail   pic 9(8).
              10 skat-mat-cands  pic 9(5).
       01  skat-index         pic 9(3) value 0.
       01  skat-found-switch  pic x value 'n'.
           88 skat-found      value 'y'.

      *>  Per kata/candidate totals, to find who ran under both.
       01  pair-max           pic 9(4) value 0.
       01  pair-table.
           05 pair-entry occurs 5000 times.
              10 pair-kata-index pic 9(3).
              10 pair-candidate  pic x(20).
              10 pair-side occurs 2 times.
                 15 pair-pass    pic 9(8).
                 15 pair-fail    pic 9(8).
                 15 pair-runs    pic 9(6).
       01  pair-index         pic 9(4) value 0.
       01  pair-found-switch  pic x value 'n'.
           88 pair-found      value 'y'.
       01  pair-full-switch   pic x value 'n'.
           88 pair-full       value 'y'.

       01  compare-basis      pic x(8).
       01  side1-pass         pic 9(8).
       01  side1-total        pic 9(8).
       01  side2-pass         pic 9(8).
       01  side2-total        pic 9(8).
       01  side1-rate         pic 9v9(6).
       01  side2-rate         pic 9v9(6).
       01  pooled-rate        pic 9v9(6).
       01  standard-error     pic 9v9(8).
       01  z-score            pic s9(4)v99.
       01  z-magnitude        pic 9(4)v99.
       01  moved-text         pic x(10).
       01  moved-down-count   pic 9(3) value 0.
       01  moved-up-count     pic 9(3) value 0.
       01  compared-count     pic 9(3) value 0.
       01  flag-direction     pic x(4) value spaces.
       01  flag-count         pic 9(3) value 0.

       01  rate-display       pic zz9.9.
       01  total-display      pic z(7)9.
       01  z-display          pic -(4)9.99.
       01  count-display      pic z(4)9.
       01  report-line        pic x(132).

       procedure division.
           accept command-args from command-line
           unstring command-args delimited by all space
               into min-katas-arg z-threshold-arg
           end-unstring
           if min-katas-arg not = spaces
               if function test-numval(min-katas-arg) not = 0
                   or (z-threshold-arg not = spaces
                       and function test-numval(z-threshold-arg)
                           not = 0)
                   display '<REVSENT-ERROR::> usage: revsent'
                           ' [min-katas [z-threshold]]'
                   move 2 to return-code
                   goback
               end-if
               compute min-katas = function numval(min-katas-arg)
               if z-threshold-arg not = spaces
                   compute z-threshold =
                       function numval(z-threshold-arg)
               end-if
           end-if
           if min-katas = 0
               move 1 to min-katas
           end-if
           move 1 to pass-number
           perform read-audit-trail
           if aud-trail-refused
               display '<REVSENT-ERROR::> audit trail refused, no'
                       ' report produced'
               move 2 to return-code
               goback
           end-if
           perform pick-revisions
           open output sentinel-file
           if sentinel-file-status not = '00'
               display '<REVSENT-ERROR::> cannot open '
                       function trim(sentinel-file-path)
               move 2 to return-code
               goback
           end-if
           perform write-report-heading
           if previous-rev-index = 0
               move spaces to report-line
               string '  only one revision on the trail - nothing to'
                      ' compare yet'
                   delimited by size into report-line
               write sentinel-record from report-line
               close sentinel-file
               display '<REVSENT::> one revision on the trail,'
                       ' nothing compared'
               goback
           end-if
           move 2 to pass-number
           move 0 to detail-seq
           perform read-audit-trail
           perform match-one-pair
               varying pair-index from 1 by 1
               until pair-index > pair-max
           perform compare-one-kata
               varying skat-index from 1 by 1
               until skat-index > skat-max
           perform write-report-verdict
           close sentinel-file
           if flag-count > 0
               display '<REVSENT-FLAG::> ' newest-rev ' ' previous-rev
                       ' ' flag-count ' ' flag-direction
               move 1 to return-code
           end-if
           display '<REVSENT::> ' compared-count ' kata(s) compared, '
                   moved-down-count ' down, ' moved-up-count ' up; '
                   'report in ' function trim(sentinel-file-path)
           goback.

       read-audit-trail.
           move 'n' to audit-eof-switch aud-block-open-switch
           open input audit-file
           if audit-file-status not = '00'
               display '<REVSENT-ERROR::> cannot open '
                       function trim(audit-file-path)
               move 2 to return-code
               goback
           end-if
           perform read-next-audit-record
               until audit-eof or aud-trail-refused
           close audit-file
           if aud-block-open and pass-number = 1
               display '<REVSENT-ERROR::> run block '
                       function trim(aud-block-run-id)
                       ' has no trailer - trail truncated?'
               set aud-trail-refused to true
           end-if
           .

       read-next-audit-record.
           read audit-file
               at end
                   set audit-eof to true
               not at end
                   evaluate aud-candidate-id-in(1:5)
                       when '*CFW*'
                           continue
                       when '*PCL*'
                       when '*SAR*'
                           continue
                       when '*HDR*'
                           if pass-number = 1
                               perform open-run-block
                           end-if
                       when '*TRL*'
                           if pass-number = 1
                               perform check-run-block-trailer
                           end-if
                       when other
                           perform accept-audit-detail
                   end-evaluate
           end-read
           .

       accept-audit-detail.
           move aud-candidate-id-in to aud-candidate-id
           move aud-kata-name-in to alias-lookup-name
           perform resolve-kata-alias
           move alias-lookup-name to aud-kata-name
           move aud-git-rev-in to aud-git-rev
           if function test-numval(aud-pass-count-in) = 0
               compute aud-pass-count =
                   function numval(aud-pass-count-in)
           else
               move 0 to aud-pass-count
           end-if
           if function test-numval(aud-fail-count-in) = 0
               compute aud-fail-count =
                   function numval(aud-fail-count-in)
           else
               move 0 to aud-fail-count
           end-if
      *>  a team run's member credit details (TEAM) repeat the
      *>  one run's counts, which the trailer carries once
           if pass-number = 1 and aud-block-open
               add 1 to aud-block-details
               if aud-origin-in not = 'TEAM'
                   add aud-pass-count to aud-block-pass
                   add aud-fail-count to aud-block-fail
               end-if
           end-if
      *>  a void's reversal details are not runs, and a team's
      *>  member details after the first are credit for one run
           if aud-origin-in not = 'VOID'
               and aud-origin-in not = 'TEAM'
               and aud-git-rev not = spaces
               and aud-git-rev not = 'NONE'
               add 1 to detail-seq
               if pass-number = 1
                   perform note-revision
               else
                   perform accumulate-detail
               end-if
           end-if
           .

       open-run-block.
           if aud-block-open
               display '<REVSENT-ERROR::> run block '
                       function trim(aud-block-run-id)
                       ' has no trailer - trail truncated?'
               set aud-trail-refused to true
           else
               set aud-block-open to true
               move aud-kata-name-in to aud-block-run-id
               move 0 to aud-block-details aud-block-pass
                         aud-block-fail
           end-if
           .

       check-run-block-trailer.
           compute aud-trl-details = function numval(aud-seed-in)
           compute aud-trl-pass = function numval(aud-pass-count-in)
           compute aud-trl-fail = function numval(aud-fail-count-in)
           if not aud-block-open
               display '<REVSENT-ERROR::> trailer for '
                       function trim(aud-kata-name-in)
                       ' with no matching header'
               set aud-trail-refused to true
           else
               if aud-trl-details not = aud-block-details
                   or aud-trl-pass not = aud-block-pass
                   or aud-trl-fail not = aud-block-fail
                   display '<REVSENT-ERROR::> run block '
                           function trim(aud-block-run-id)
                           ' out of balance'
                   set aud-trail-refused to true
               end-if
               move 'n' to aud-block-open-switch
           end-if
           .

       note-revision.
           move 'n' to rev-found-switch
           move 1 to rev-index
           perform test before
               until rev-index > rev-max or rev-found
               if rev-id(rev-index) = aud-git-rev
                   set rev-found to true
               else
                   add 1 to rev-index
               end-if
           end-perform
           if not rev-found and rev-max < 300
               add 1 to rev-max
               move rev-max to rev-index
               move aud-git-rev to rev-id(rev-index)
               move aud-timestamp-in to rev-first-ts(rev-index)
               set rev-found to true
           end-if
           if rev-found
               move detail-seq to rev-last-seq(rev-index)
               move aud-timestamp-in to rev-last-ts(rev-index)
           end-if
           .

      *>  Newest: the revision of the latest detail. Previous: of
      *>  the others, the one seen most recently.
       pick-revisions.
           perform varying rev-index from 1 by 1
                   until rev-index > rev-max
               if newest-rev-index = 0
                   or rev-last-seq(rev-index)
                       > rev-last-seq(newest-rev-index)
                   move rev-index to newest-rev-index
               end-if
           end-perform
           perform varying rev-index from 1 by 1
                   until rev-index > rev-max
               if rev-index not = newest-rev-index
                   and (previous-rev-index = 0
                       or rev-last-seq(rev-index)
                           > rev-last-seq(previous-rev-index))
                   move rev-index to previous-rev-index
               end-if
           end-perform
           if newest-rev-index > 0
               move rev-id(newest-rev-index) to newest-rev
           end-if
           if previous-rev-index > 0
               move rev-id(previous-rev-index) to previous-rev
           end-if
           .

       accumulate-detail.
           evaluate aud-git-rev
               when previous-rev
                   move 1 to detail-side
               when newest-rev
                   move 2 to detail-side
               when other
                   move 0 to detail-side
           end-evaluate
           if detail-side > 0
               perform find-sentinel-kata
               if skat-found
                   add aud-pass-count
                       to skat-all-pass(skat-index detail-side)
                   add aud-fail-count
                       to skat-all-fail(skat-index detail-side)
                   add 1 to skat-all-runs(skat-index detail-side)
                   perform find-kata-candidate
                   if pair-found
                       add aud-pass-count
                           to pair-pass(pair-index detail-side)
                       add aud-fail-count
                           to pair-fail(pair-index detail-side)
                       add 1 to pair-runs(pair-index detail-side)
                   end-if
               end-if
           end-if
           .

       find-sentinel-kata.
           move 'n' to skat-found-switch
           move 1 to skat-index
           perform test before
               until skat-index > skat-max or skat-found
               if skat-name(skat-index) = aud-kata-name
                   set skat-found to true
               else
                   add 1 to skat-index
               end-if
           end-perform
           if not skat-found and skat-max < 100
               add 1 to skat-max
               move skat-max to skat-index
               initialize skat-entry(skat-index)
               move aud-kata-name to skat-name(skat-index)
               set skat-found to true
           end-if
           .

       find-kata-candidate.
           move 'n' to pair-found-switch
           move 1 to pair-index
           perform test before
               until pair-index > pair-max or pair-found
               if pair-kata-index(pair-index) = skat-index
                   and pair-candidate(pair-index) = aud-candidate-id
                   set pair-found to true
               else
                   add 1 to pair-index
               end-if
           end-perform
           if not pair-found
               if pair-max < 5000
                   add 1 to pair-max
                   move pair-max to pair-index
                   initialize pair-entry(pair-index)
                   move skat-index to pair-kata-index(pair-index)
                   move aud-candidate-id to pair-candidate(pair-index)
                   set pair-found to true
               else
                   set pair-full to true
               end-if
           end-if
           .

       match-one-pair.
           if pair-runs(pair-index 1) > 0
               and pair-runs(pair-index 2) > 0
               move pair-kata-index(pair-index) to skat-index
               add 1 to skat-mat-cands(skat-index)
               add pair-pass(pair-index 1)
                   to skat-mat-pass(skat-index 1)
               add pair-fail(pair-index 1)
                   to skat-mat-fail(skat-index 1)
               add pair-pass(pair-index 2)
                   to skat-mat-pass(skat-index 2)
               add pair-fail(pair-index 2)
                   to skat-mat-fail(skat-index 2)
           end-if
           .

       compare-one-kata.
           if skat-mat-cands(skat-index) > 0
               move 'MATCHED' to compare-basis
               move skat-mat-pass(skat-index 1) to side1-pass
               compute side1-total = skat-mat-pass(skat-index 1)
                   + skat-mat-fail(skat-index 1)
               move skat-mat-pass(skat-index 2) to side2-pass
               compute side2-total = skat-mat-pass(skat-index 2)
                   + skat-mat-fail(skat-index 2)
           else
               move 'ALL' to compare-basis
               move skat-all-pass(skat-index 1) to side1-pass
               compute side1-total = skat-all-pass(skat-index 1)
                   + skat-all-fail(skat-index 1)
               move skat-all-pass(skat-index 2) to side2-pass
               compute side2-total = skat-all-pass(skat-index 2)
                   + skat-all-fail(skat-index 2)
           end-if
           move spaces to report-line
           move skat-name(skat-index) to report-line(3:20)
           if side1-total = 0 or side2-total = 0
               if side1-total = 0
                   move 'not run (with counts) under the previous'
                       to report-line(24:40)
               else
                   move 'not run (with counts) under the newest'
                       to report-line(24:40)
               end-if
               write sentinel-record from report-line
           else
               add 1 to compared-count
               perform score-kata-change
               perform write-kata-line
           end-if
           .

      *>  Two-proportion z: the difference in pass rate over its
      *>  standard error under the pooled rate. An all-pass or
      *>  all-fail pool has no variance and nothing moved.
       score-kata-change.
           compute side1-rate rounded = side1-pass / side1-total
           compute side2-rate rounded = side2-pass / side2-total
           compute pooled-rate rounded = (side1-pass + side2-pass)
               / (side1-total + side2-total)
           move 0 to z-score
           if pooled-rate > 0 and pooled-rate < 1
               compute standard-error rounded = function sqrt(
                   pooled-rate * (1 - pooled-rate)
                   * (1 / side1-total + 1 / side2-total))
               if standard-error > 0
                   compute z-score rounded =
                       (side2-rate - side1-rate) / standard-error
                       on size error
                           move 9999.99 to z-score
                   end-compute
               end-if
           end-if
           move spaces to moved-text
           if z-score < 0
               compute z-magnitude = 0 - z-score
           else
               move z-score to z-magnitude
           end-if
           if z-magnitude >= z-threshold
               if z-score < 0
                   move 'MOVED DOWN' to moved-text
                   add 1 to moved-down-count
               else
                   move 'MOVED UP' to moved-text
                   add 1 to moved-up-count
               end-if
           end-if
           .

       write-kata-line.
           compute rate-display rounded = side1-rate * 100
           move rate-display to report-line(24:5)
           move side1-total to total-display
           move '%/' to report-line(29:2)
           move total-display to report-line(31:8)
           compute rate-display rounded = side2-rate * 100
           move rate-display to report-line(41:5)
           move '%/' to report-line(46:2)
           move side2-total to total-display
           move total-display to report-line(48:8)
           move compare-basis to report-line(58:8)
           if compare-basis = 'MATCHED'
               move skat-mat-cands(skat-index) to count-display
               move count-display to report-line(66:5)
           end-if
           move z-score to z-display
           move z-display to report-line(73:8)
           move moved-text to report-line(83:10)
           write sentinel-record from report-line
           .

       write-report-heading.
           move spaces to report-line
           string 'HARNESS-CHANGE SENTINEL - newest revision '
                  function trim(newest-rev)
               delimited by size into report-line
           if previous-rev not = spaces
               string function trim(report-line) ' against '
                      function trim(previous-rev)
                   delimited by size into report-line
           end-if
           write sentinel-record from report-line
           if previous-rev-index > 0
               move spaces to report-line
               string '  previous ' rev-first-ts(previous-rev-index)
                      ' - ' rev-last-ts(previous-rev-index)
                      '   newest ' rev-first-ts(newest-rev-index)
                      ' - ' rev-last-ts(newest-rev-index)
                   delimited by size into report-line
               write sentinel-record from report-line
               move spaces to report-line
               move min-katas to count-display
               move z-threshold to z-display
               string '  threshold |z| >= ' function trim(z-display)
                      ', flagged when ' function trim(count-display)
                      ' or more katas move the same way'
                   delimited by size into report-line
               write sentinel-record from report-line
           end-if
           move all '-' to sentinel-record
           write sentinel-record
           if previous-rev-index > 0
               move spaces to report-line
               string '  KATA                 PREVIOUS/CASES  NEWEST/CA'
                      'SES     BASIS   CANDS    Z'
                   delimited by size into report-line
               write sentinel-record from report-line
           end-if
           .

       write-report-verdict.
           move all '-' to sentinel-record
           write sentinel-record
           if pair-full
               move spaces to report-line
               string '  (kata/candidate table full - later candidates'
                      ' compared as ALL only)'
                   delimited by size into report-line
               write sentinel-record from report-line
           end-if
           if moved-down-count >= min-katas
               move 'DOWN' to flag-direction
               move moved-down-count to flag-count
           end-if
           if moved-up-count >= min-katas
               and moved-up-count > moved-down-count
               move 'UP' to flag-direction
               move moved-up-count to flag-count
           end-if
           move spaces to report-line
           if flag-count > 0
               move flag-count to count-display
               string 'FLAGGED: ' function trim(count-display)
                      ' kata(s) moved ' function trim(flag-direction)
                      ' together under revision '
                      function trim(newest-rev)
                   delimited by size into report-line
           else
               move compared-count to count-display
               string 'CLEAN: ' function trim(count-display)
                      ' kata(s) compared, no revision-wide move'
                   delimited by size into report-line
           end-if
           write sentinel-record from report-line
           .

           copy taliashelp.

       end program revsent.
