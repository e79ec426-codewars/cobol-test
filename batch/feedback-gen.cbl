      *>  Per-candidate feedback bundle: a candidate today gets
      *>  nothing back but a pass/fail count buried in the audit
      *>  trail. This joins one kata run's failure events (run.log),
      *>  its compile diagnostics (compile.log, and the warning
      *>  summary from diagnostics.txt) and the catalog's
      *>  difficulty and category into one readable document -
      *>  which testcases failed with their expected-versus-actual
      *>  diffs, and which topic area to revise - suitable to hand
      *>  straight back as a file without an instructor editing it.
      *>
      *>  Usage: feedgen <candidate-id> <kata-name> <build-dir>
      *>                 [practice] [MASK=<profile>]
      *>  (run from the repo root; run-all-katas.sh calls it once per
      *>  graded kata). Output: batch/feedback/<candidate>-<kata>.txt.
      *>  A practice run's bundle goes to <candidate>-<kata>-practice
      *>  .txt instead, so it never overwrites the graded one, and
      *>  says up front that the run was not graded.
      *>  A run with no failures and clean diagnostics still gets a
      *>  document - "all testcases passed" is feedback too.
      *>
      *>  A hidden testcase (announced by the harness's <HIDDEN::>
      *>  line after its <IT::>) is reported as "hidden test N
      *>  failed" only - no title, inputs or expected values - and
      *>  its forensics block is held back the same way, so the
      *>  fixed cases can't leak to the cohort through the bundles.
      *>
      *>  A candidate still failing a kata gets its hint ladder
      *>  (src/thntdata.cpy): each hint whose failed-attempt
      *>  threshold the audit trail has reached is released - logged
      *>  once to the hint-release file - and every hint released so
      *>  far is printed, with how many more failures bring the next
      *>  one. A practice run shows what was released but releases
      *>  nothing, since it used no attempt.
      *>
      *>  The heading says when the run was graded in the candidate's
      *>  own zone - the local stamp and zone the batch put on the
      *>  run's audit detail (src/taudfd.cpy); a detail from before
      *>  the local stamp shows its UTC one.
      *>
      *>  Run under a masking profile (src/tmskdata.cpy), for a
      *>  bundle going to a sponsor or an auditor rather than the
      *>  candidate, the candidate in the heading is masked as the
      *>  profile says and the bundle is written to
      *>  batch/feedback/<profile>/ (the caller makes the directory)
      *>  under the masked id - or, when the id is starred or
      *>  suppressed, its pseudonym - so the candidate's own bundle
      *>  is left as it was. A candidate outside a sponsor's profile
      *>  gets no bundle. Each bundle is entered on the delivery
      *>  register with the profile it was produced under.
      *>
      *>  A kata with an exemplar gallery (src/tgaldata.cpy) for the
      *>  candidate's tenant ends the bundle with where its exemplar
      *>  solutions are, to read once the kata is done.

       environment division.
       input-output section.
           select forlog-file assign to dynamic forlog-file-path
               organization line sequential
               file status forlog-file-status.
           select diag-file assign to dynamic diag-file-path
               organization line sequential
               file status diag-file-status.
           copy taudfc.
           copy thntfc.
           copy tcanfc.
           copy tmskfc.
           copy ttenfc.
           copy tvoidfc.
           copy tgalfc.
           select tracks-file assign to dynamic tracks-file-path
               organization line sequential
               file status tracks-file-status.
       01  statement-record pic x(100).
       fd  forlog-file.
       01  forlog-record pic x(250).
       fd  diag-file.
       01  diag-record.
           05 dgf-severity-in pic x(8).
           05 dgf-message-in  pic x(24).
           05 dgf-line-in     pic x(6).
           05 dgf-text-in     pic x(120).
           copy taudfd.
           copy thntfd.
           copy tcanfd.
           copy tmskfd.
           copy ttenfd.
           copy tvoidfd.
           copy tgalfd.
       fd  tracks-file.
       01  tracks-record.
           05 trk-track-in pic x(20).
       working-storage section.
           copy tcatdata.
           copy tauddata.
           copy thntdata.
           copy tcandata.
           copy tmskdata.
           copy ttendata.
           copy tvoiddata.
           copy tgaldata.

      *>  Curriculum-track recommendation: the candidate's
      *>  enrollment (batch/track-enrollment.txt) and the track's
       01  fb-candidate-id     pic x(20).
       01  fb-kata-name        pic x(20).
       01  fb-build-dir        pic x(150).
       01  fb-run-mode         pic x(10) value spaces.
           88 fb-practice-run  value 'practice'.
       01  fb-file-id          pic x(20) value spaces.
       01  fb-feedback-dir     pic x(40) value 'batch/feedback/'.

       01  runlog-file-path    pic x(200).
       01  runlog-file-status  pic x(2) value spaces.
       01  forlog-eof-switch   pic x value 'n'.
           88 forlog-eof       value 'y'.

      *>  The compile check's diagnostics (diagnostics.txt, one
      *>  record per message under the batch's fixed warning
      *>  profile), summarized per message: how many of each and
      *>  where the first one is - the compile log itself is
      *>  overwritten by the full build, so this is where a
      *>  candidate sees the warnings on a submission that passed.
       01  diag-file-path      pic x(200).
       01  diag-file-status    pic x(2) value spaces.
       01  diag-eof-switch     pic x value 'n'.
           88 diag-eof         value 'y'.
       01  fbd-max             pic 9(2) value 0.
       01  fbd-table.
           05 fbd-entry occurs 20 times.
              10 fbd-severity    pic x(8).
              10 fbd-message     pic x(24).
              10 fbd-count       pic 9(4).
              10 fbd-first-line  pic x(6).
              10 fbd-first-text  pic x(120).
       01  fbd-index           pic 9(2) value 0.
       01  fbd-found-switch    pic x value 'n'.
           88 fbd-found        value 'y'.
       01  fbd-warnings        pic 9(4) value 0.
       01  fbd-errors          pic 9(4) value 0.
       01  fbd-others          pic 9(4) value 0.
       01  fbd-line-number     pic 9(6) value 0.
       01  fbd-line-display    pic z(5)9.
       01  fbd-warn-display    pic z(3)9.
       01  fbd-error-display   pic z(3)9.

       01  fb-difficulty       pic x(10) value spaces.
       01  fb-graded-ts        pic x(14) value spaces.
       01  fb-graded-zone      pic x(8) value spaces.
       01  fb-category         pic x(20) value spaces.
       01  fb-failure-count    pic 9(4) value 0.
       01  fb-diag-count       pic 9(4) value 0.
       01  fb-line             pic x(250).
       01  fb-section-open-switch pic x value 'n'.
           88 fb-section-open  value 'y'.
       01  fb-hidden-case-switch pic x value 'n'.
           88 fb-hidden-case   value 'y'.
       01  fb-hidden-noted-switch pic x value 'n'.
           88 fb-hidden-noted  value 'y'.
       01  fb-hidden-number    pic x(4) value spaces.
       01  fb-withheld-switch  pic x value 'n'.
           88 fb-block-withheld value 'y'.

      *>  Hint ladder for this candidate and kata.
       01  fbh-failed-count    pic 9(3) value 0.
       01  fbh-passed-switch   pic x value 'n'.
           88 fbh-kata-passed  value 'y'.
       01  fbh-file-max-level  pic 9 value 0.
       01  fbh-due-level       pic 9 value 0.
       01  fbh-released-level  pic 9 value 0.
       01  fbh-shown-level     pic 9 value 0.
       01  fbh-level           pic 9 value 0.
       01  fbh-release-level   pic 9 value 0.
       01  fbh-printed-level   pic x value space.
       01  fbh-next-after      pic 9(3) value 0.
       01  fbh-more-display    pic z(2)9.
       01  fbh-failed-display  pic z(2)9.

       procedure division.
           accept command-line-args from command-line
           unstring command-line-args delimited by all spaces
               into fb-candidate-id fb-kata-name fb-build-dir
                    fb-run-mode
           if fb-candidate-id = spaces or fb-kata-name = spaces
               or fb-build-dir = spaces
               display 'usage: feedgen <candidate> <kata> <build-dir>'
               move 2 to return-code
               goback
           end-if
           move command-line-args to msk-command-args
           move 'FEEDGEN' to msk-output
           perform take-masking-profile
           if msk-profile-bad
               move 2 to return-code
               goback
           end-if
           perform mask-bundle-candidate
           if not msk-in-scope
               display '<FEEDGEN::> ' function trim(fb-candidate-id)
                       ' is outside masking profile '
                       function trim(msk-profile) '; no bundle for '
                       function trim(fb-kata-name)
               goback
           end-if
           perform look-up-catalog-entry
           move spaces to feedback-file-path
           if fb-practice-run
               string function trim(fb-feedback-dir)
                      function trim(fb-file-id)
                      '-' function trim(fb-kata-name) '-practice.txt'
                   delimited by size into feedback-file-path
           else
               string function trim(fb-feedback-dir)
                      function trim(fb-file-id)
                      '-' function trim(fb-kata-name) '.txt'
                   delimited by size into feedback-file-path
           end-if
           open output feedback-file
           if feedback-file-status not = '00'
               display '<FEEDGEN-ERROR::> cannot write '
           perform write-feedback-heading
           perform write-statement-section
           perform write-compile-section
           perform write-diagnostics-section
           perform write-failure-section
           perform write-complexity-section
           perform write-quality-section
           perform write-forensics-section
           perform write-hint-section
           perform write-revision-advice
           perform write-gallery-section
           close feedback-file
           move feedback-file-path to msk-delivered-file
           move 1 to msk-delivered-records
           perform note-delivery
           goback.

      *>  a starred or suppressed id would make a poor file name
      *>  (and every suppressed bundle the same one), so those file
      *>  under the pseudonym.
       mask-bundle-candidate.
           move fb-candidate-id to msk-lookup-id
           perform mask-candidate
           move msk-masked-id to fb-file-id
           if msk-profile-in-use
               move spaces to fb-feedback-dir
               string 'batch/feedback/' function trim(msk-profile) '/'
                   delimited by size into fb-feedback-dir
               if msk-id-treatment = 'PARTIAL '
                   or msk-id-treatment = 'SUPPRESS'
                   perform make-pseudonym
                   move msk-pseudonym to fb-file-id
               end-if
           end-if
           .

       look-up-catalog-entry.
           open input catalog-file
           if catalog-file-status = '00'

       write-feedback-heading.
           move spaces to fb-line
           string 'Feedback for ' function trim(msk-masked-id)
                  ' on kata "' function trim(fb-kata-name) '"'
               delimited by size into fb-line
           write feedback-record from fb-line
           if fb-practice-run
               move 'practice run - not graded, no attempt used'
                   to feedback-record
               write feedback-record
           else
               perform find-last-graded-run
               if fb-graded-ts not = spaces
                   move spaces to fb-line
                   string 'graded ' fb-graded-ts(1:4) '-'
                          fb-graded-ts(5:2) '-' fb-graded-ts(7:2) ' '
                          fb-graded-ts(9:2) ':' fb-graded-ts(11:2) ' '
                          function trim(fb-graded-zone)
                       delimited by size into fb-line
                   write feedback-record from fb-line
               end-if
           end-if
           move spaces to fb-line
           if fb-difficulty = spaces
               string 'difficulty/category: not in the catalog'
           end-read
           .

      *>  A clean compile check leaves an empty diagnostics.txt
      *>  and gets no section; a run graded before the batch kept
      *>  diagnostics has no file at all.
       write-diagnostics-section.
           move spaces to diag-file-path
           string function trim(fb-build-dir) '/diagnostics.txt'
               delimited by size into diag-file-path
           move 0 to fbd-max fbd-warnings fbd-errors fbd-others
           move 'n' to diag-eof-switch
           open input diag-file
           if diag-file-status = '00'
               perform read-next-diag-record until diag-eof
               close diag-file
           end-if
           if fbd-max > 0
               move 'compiler warnings (batch warning profile):'
                   to feedback-record
               write feedback-record
               move fbd-warnings to fbd-warn-display
               move fbd-errors to fbd-error-display
               move spaces to fb-line
               string '  ' function trim(fbd-warn-display)
                      ' warning(s), '
                      function trim(fbd-error-display) ' error(s)'
                   delimited by size into fb-line
               write feedback-record from fb-line
               perform write-diagnostic-summary-line
                   varying fbd-index from 1 by 1
                   until fbd-index > fbd-max
               move spaces to feedback-record
               write feedback-record
           end-if
           .

       read-next-diag-record.
           read diag-file
               at end
                   set diag-eof to true
               not at end
                   evaluate dgf-severity-in
                       when 'WARNING'
                           add 1 to fbd-warnings
                       when 'ERROR'
                           add 1 to fbd-errors
                       when other
                           add 1 to fbd-others
                   end-evaluate
                   perform tally-diagnostic
           end-read
           .

       tally-diagnostic.
           move 'n' to fbd-found-switch
           move 1 to fbd-index
           perform test before
               until fbd-index > fbd-max or fbd-found
               if fbd-severity(fbd-index) = dgf-severity-in
                   and fbd-message(fbd-index) = dgf-message-in
                   set fbd-found to true
               else
                   add 1 to fbd-index
               end-if
           end-perform
           if not fbd-found and fbd-max < 20
               add 1 to fbd-max
               move fbd-max to fbd-index
               move dgf-severity-in to fbd-severity(fbd-index)
               move dgf-message-in to fbd-message(fbd-index)
               move 0 to fbd-count(fbd-index)
               move dgf-line-in to fbd-first-line(fbd-index)
               move dgf-text-in to fbd-first-text(fbd-index)
               set fbd-found to true
           end-if
           if fbd-found
               add 1 to fbd-count(fbd-index)
           end-if
           .

       write-diagnostic-summary-line.
           move fbd-count(fbd-index) to fb-count-display
           move 0 to fbd-line-number
           if fbd-first-line(fbd-index) is numeric
               move fbd-first-line(fbd-index) to fbd-line-number
           end-if
           move fbd-line-number to fbd-line-display
           move spaces to fb-line
           string '  ' function trim(fb-count-display) ' x '
                  function lower-case(
                      function trim(fbd-severity(fbd-index))) ' '
                  function trim(fbd-message(fbd-index))
                  ', first at line '
                  function trim(fbd-line-display) ': '
                  function trim(fbd-first-text(fbd-index))
               delimited by size into fb-line
           write feedback-record from fb-line
           .

      *>  The failure events carry everything the candidate
      *>  needs: the expected-versus-actual diff and the
      *>  "[testcase: ..., line ...]" annotation naming the case.
               at end
                   set runlog-eof to true
               not at end
                   evaluate true
                       when runlog-record(1:7) = '<IT::> '
                           or runlog-record(1:12) = '<DESCRIBE::>'
                           move 'n' to fb-hidden-case-switch
                           move 'n' to fb-hidden-noted-switch
                       when runlog-record(1:10) = '<HIDDEN::>'
                           set fb-hidden-case to true
                           move runlog-record(12:4)
                               to fb-hidden-number
                       when runlog-record(1:8) = '<FAILED:'
                           or runlog-record(1:9) = '<TIMEOUT:'
                           or runlog-record(1:9) = '<INVALID:'
                           or runlog-record(1:16) = '<THRESHOLD-FAIL:'
                           perform write-failure-event
                       when other
                           continue
                   end-evaluate
           end-read
           .

      *>  the suite-level events (INVALID, THRESHOLD-FAIL) name
      *>  the testsuite, not a case, and pass through even after a
      *>  hidden suite's last case; a hidden case's own events show
      *>  as one line however many of its assertions failed.
       write-failure-event.
           if not fb-section-open
               move 'failed testcases:' to feedback-record
               write feedback-record
               set fb-section-open to true
           end-if
           add 1 to fb-failure-count
           move spaces to fb-line
           if fb-hidden-case
               and runlog-record(1:9) not = '<INVALID:'
               and runlog-record(1:16) not = '<THRESHOLD-FAIL:'
               if not fb-hidden-noted
                   string '  hidden test '
                          function trim(fb-hidden-number) ' failed'
                       delimited by size into fb-line
                   write feedback-record from fb-line
                   set fb-hidden-noted to true
               end-if
           else
               string '  ' runlog-record
                   delimited by size into fb-line
      *>  failure messages can carry the x'00' bytes of a
      *>  null-terminated argument image; a LINE SEQUENTIAL write
      *>  refuses those with status 71, so blank them first (the
      *>  same lesson as build-diff-message's note in tproc).
               inspect fb-line replacing all x'00' by space
               write feedback-record from fb-line
           end-if
           .

      *>  A complexity-probed kata's timings and observed growth
      *>  class (the harness's <PROBE::>/<COMPLEXITY::> lines): an
      *>  answer that is right but quadratic needs telling why it
      *>  was marked down, not just that a case failed.
       write-complexity-section.
           move 'n' to fb-section-open-switch
           move 'n' to runlog-eof-switch
           open input runlog-file
           if runlog-file-status = '00'
               perform read-next-probe-record until runlog-eof
               close runlog-file
           end-if
           if fb-section-open
               move spaces to feedback-record
               write feedback-record
           end-if
           .

       read-next-probe-record.
           read runlog-file
               at end
                   set runlog-eof to true
               not at end
                   if runlog-record(1:10) = '<PROBE::> '
                       or runlog-record(1:15) = '<COMPLEXITY::> '
                       if not fb-section-open
                           move 'complexity probe (run time by size):'
                               to feedback-record
                           write feedback-record
                           set fb-section-open to true
                       end-if
                       move spaces to fb-line
                       if runlog-record(1:10) = '<PROBE::> '
                           string '    ' runlog-record(11:)
                               delimited by size into fb-line
                       else
                           string '  growth: ' runlog-record(16:)
                               delimited by size into fb-line
                       end-if
                       write feedback-record from fb-line
                   end-if
           end-read
                  '/TEST-FORENSICS.TXT'
               delimited by size into forlog-file-path
           move 'n' to forlog-eof-switch
           move 'n' to fb-withheld-switch
           open input forlog-file
           if forlog-file-status = '00'
               move 'failure forensics (what the program was handed):'
                   to feedback-record
               write feedback-record
               perform read-next-forensics-record until forlog-eof
               close forlog-file
               move spaces to feedback-record
               write feedback-record
           end-read
           .

      *>  a hidden case's block (tforhelp heads it "=== failure in
      *>  hidden test N: ...") is replaced by one line up to the
      *>  next block's header.
       read-next-forensics-record.
           read forlog-file
               at end
                   set forlog-eof to true
               not at end
                   if forlog-record(1:27)
                           = '=== failure in hidden test '
                       set fb-block-withheld to true
                       move spaces to fb-hidden-number
                       unstring forlog-record(28:)
                           delimited by ':' into fb-hidden-number
                       move spaces to fb-line
                       string '  === hidden test '
                              function trim(fb-hidden-number)
                              ' failed (details withheld)'
                           delimited by size into fb-line
                       write feedback-record from fb-line
                   else
                       if forlog-record(1:4) = '=== '
                           move 'n' to fb-withheld-switch
                       end-if
                       if not fb-block-withheld
                           move spaces to fb-line
                           string '  ' forlog-record
                               delimited by size into fb-line
                           inspect fb-line
                               replacing all x'00' by space
                           write feedback-record from fb-line
                       end-if
                   end-if
           end-read
           .

       write-hint-section.
           perform count-failed-attempts
           if fbh-kata-passed or fbh-failed-count = 0
               continue
           else
               perform find-hint-file-level
               move fb-kata-name to hint-lookup-kata
               perform find-hint-ladder
               move 0 to fbh-due-level fbh-next-after
               perform varying fbh-level from 1 by 1
                       until fbh-level > fbh-file-max-level
                   if hint-ladder-after(fbh-level) > 0
                       if fbh-failed-count
                               >= hint-ladder-after(fbh-level)
                           move fbh-level to fbh-due-level
                       else
                           if fbh-next-after = 0
                               move hint-ladder-after(fbh-level)
                                   to fbh-next-after
                           end-if
                       end-if
                   end-if
               end-perform
               perform find-released-level
               if fbh-due-level > fbh-released-level
                   and not fb-practice-run
                   perform log-hint-release
                       varying fbh-level from fbh-released-level by 1
                       until fbh-level >= fbh-due-level
                   move fbh-due-level to fbh-released-level
               end-if
               move fbh-released-level to fbh-shown-level
               if fbh-shown-level > 0 or fbh-next-after > 0
                   perform write-released-hints
               end-if
           end-if
           .

      *>  the kata's latest detail for the candidate on the trail.
       find-last-graded-run.
           move spaces to fb-graded-ts fb-graded-zone
           move 'n' to audit-eof-switch
           open input audit-file
           if audit-file-status = '00'
               perform read-next-graded-record until audit-eof
               close audit-file
           end-if
           .

       read-next-graded-record.
           read audit-file
               at end
                   set audit-eof to true
               not at end
                   if aud-candidate-id-in = fb-candidate-id
                       and aud-kata-name-in = fb-kata-name
                       and aud-origin-in not = 'VOID'
                       if aud-local-ts-in not = spaces
                           move aud-local-ts-in to fb-graded-ts
                           move aud-zone-in to fb-graded-zone
                       else
                           move aud-timestamp-in to fb-graded-ts
                           move 'UTC' to fb-graded-zone
                       end-if
                   end-if
           end-read
           .

      *>  failed graded runs of this kata on the trail: voided and
      *>  regrade details are not attempts, and a clean run means
      *>  the kata is passed and the ladder is moot.
       count-failed-attempts.
           move 0 to fbh-failed-count
           move 'n' to fbh-passed-switch
           move 'n' to audit-eof-switch
           open input audit-file
           if audit-file-status = '00'
               perform read-next-attempt-record until audit-eof
               close audit-file
           end-if
           .

       read-next-attempt-record.
           read audit-file
               at end
                   set audit-eof to true
               not at end
                   move 'n' to void-found-switch
                   if aud-candidate-id-in = fb-candidate-id
                       and aud-kata-name-in = fb-kata-name
                       perform check-audit-detail-voided
                   end-if
                   if aud-candidate-id-in = fb-candidate-id
                       and aud-kata-name-in = fb-kata-name
                       and not detail-voided
                       and aud-origin-in not = 'REGRADE'
                       if function test-numval(aud-fail-count-in) = 0
                           and function test-numval(
                               aud-pass-count-in) = 0
                           and function numval(aud-fail-count-in) = 0
                           and function numval(aud-pass-count-in) > 0
                           set fbh-kata-passed to true
                       else
                           if fbh-failed-count < 999
                               add 1 to fbh-failed-count
                           end-if
                       end-if
                   end-if
           end-read
           .

       find-hint-file-level.
           move 0 to fbh-file-max-level
           move spaces to statement-file-path
           string 'batch/statements/' function trim(fb-kata-name)
                  '-hints.txt'
               delimited by size into statement-file-path
           move 'n' to statement-eof-switch
           open input statement-file
           if statement-file-status = '00'
               perform read-next-hint-level until statement-eof
               close statement-file
           end-if
           .

       read-next-hint-level.
           read statement-file
               at end
                   set statement-eof to true
               not at end
                   if statement-record(1:1) >= '1'
                       and statement-record(1:1) <= '4'
                       and statement-record(1:1) > fbh-file-max-level
                       move statement-record(1:1)
                           to fbh-file-max-level
                   end-if
           end-read
           .

       find-released-level.
           move 0 to fbh-released-level
           open input hint-release-file
           if hint-release-file-status = '00'
               perform read-next-hint-release
                   until hint-release-eof
               close hint-release-file
           end-if
           .

       read-next-hint-release.
           read hint-release-file
               at end
                   set hint-release-eof to true
               not at end
                   if hrl-candidate-in = fb-candidate-id
                       and hrl-kata-in = fb-kata-name
                       and hrl-level-in is numeric
                       and hrl-level-in > fbh-released-level
                       move hrl-level-in to fbh-released-level
                   end-if
           end-read
           .

      *>  one record per level newly reached - two thresholds
      *>  passed since the last bundle release two hints.
       log-hint-release.
           open extend hint-release-file
           if hint-release-file-status = '35'
               open output hint-release-file
           end-if
           if hint-release-file-status = '00'
               move spaces to hint-release-record
               move fb-candidate-id to hrl-candidate-in
               move fb-kata-name to hrl-kata-in
               compute fbh-release-level = fbh-level + 1
               move fbh-release-level to hrl-level-in
               move function current-date(1:14) to hrl-released-in
               move fbh-failed-count to hrl-failed-in
               write hint-release-record
               close hint-release-file
           else
               display '<FEEDGEN-WARNING::> cannot open '
                       function trim(hint-release-file-path)
                       ' status ' hint-release-file-status
           end-if
           .

       write-released-hints.
           move fbh-failed-count to fbh-failed-display
           move spaces to fb-line
           string 'hints (' function trim(fbh-failed-display)
                  ' failed attempt(s) so far):'
               delimited by size into fb-line
           write feedback-record from fb-line
           if fbh-shown-level > 0
               move space to fbh-printed-level
               move 'n' to statement-eof-switch
               open input statement-file
               if statement-file-status = '00'
                   perform read-next-released-hint
                       until statement-eof
                   close statement-file
               end-if
           end-if
           if fbh-next-after > 0
               compute fbh-more-display =
                   fbh-next-after - fbh-failed-count
               move spaces to fb-line
               string '  the next hint comes after '
                      function trim(fbh-more-display)
                      ' more failed attempt(s).'
                   delimited by size into fb-line
               write feedback-record from fb-line
           end-if
           move spaces to feedback-record
           write feedback-record
           .

       read-next-released-hint.
           read statement-file
               at end
                   set statement-eof to true
               not at end
                   if statement-record(1:1) >= '1'
                       and statement-record(1:1) <= '4'
                       and statement-record(1:1) <= fbh-shown-level
      *>  a hint running to several lines is labelled once
                       move spaces to fb-line
                       if statement-record(1:1) = fbh-printed-level
                           string '          ' function trim(
                                  statement-record(2:99) leading)
                               delimited by size into fb-line
                       else
                           string '  hint ' statement-record(1:1) ': '
                                  function trim(
                                  statement-record(2:99) leading)
                               delimited by size into fb-line
                           move statement-record(1:1)
                               to fbh-printed-level
                       end-if
                       write feedback-record from fb-line
                   end-if
           end-read
           .

       write-revision-advice.
           if fb-failure-count = 0 and fb-diag-count = 0
               move 'all testcases passed - nothing to revise.'
           perform write-track-recommendation
           .

      *>  The current gallery for the kata, from the candidate's
      *>  own tenant.
       write-gallery-section.
           move fb-candidate-id to ten-lookup-candidate
           perform check-candidate-tenant
           move ten-candidate-tenant to gal-lookup-tenant
           move fb-kata-name to gal-lookup-kata
           perform look-up-gallery
           if gal-found
               move spaces to fb-line
               string 'exemplar solutions (gallery v' gal-version
                      ', kata version ' gal-kata-version '):'
                   delimited by size into fb-line
               write feedback-record from fb-line
               perform varying gal-index from 1 by 1
                       until gal-index > gal-max
                   move spaces to fb-line
                   string '  ' gal-shown-as(gal-index) '  '
                          function trim(gal-file(gal-index))
                       delimited by size into fb-line
                   write feedback-record from fb-line
               end-perform
           end-if
           .

       write-track-recommendation.
           perform find-candidate-track
           if fb-track not = spaces
           end-perform
           .

           copy thnthelp.
           copy tmskhelp.
           copy ttenhelp.
           copy tvoidhelp.
           copy tgalhelp.

       end program feedgen.
