       program-id. stndeval.

      *>  Academic standing evaluation. candscore ranks and certgen
      *>  awards, but a candidate sliding behind only showed up when
      *>  perclose closed the period - too late to do anything about
      *>  it. This runs after every nightly batch and sets each
      *>  candidate's standing - GOOD, WARNING, PROBATION or
      *>  DISMISSAL-REVIEW - from the standing rules
      *>  (batch/standing-rules.txt: standing(16) pass-pct-below(3)
      *>  consecutive-fails-at(3) overdue-at(3) rate-min-attempts(3);
      *>  the most severe row whose test a candidate meets wins)
      *>  against three measures:
      *>
      *>    pass rate        passed over graded attempts on the audit
      *>                     trail (voided details and voidmnt's
      *>                     reversals left out, and regrade details,
      *>                     which re-grade attempts already counted)
      *>    consecutive      failed attempts in a row since the last
      *>    fails            pass, in trail order
      *>    overdue          late submissions on latrpt's ledger
      *>                     (batch/late-submissions.txt)
      *>
      *>  A standing that differs from the candidate's last one in
      *>  the standing history (src/tstnddata.cpy) is appended there
      *>  and gets a form letter in batch/standing-letters.txt - a
      *>  return to GOOD included; a candidate's first evaluation
      *>  records their opening standing, with a letter only when it
      *>  is not GOOD; each letter also queues the candidate a
      *>  STANDING notification (src/tntfdata.cpy). A rerun the same
      *>  night changes nothing.
      *>  Inactive candidates on the master are not evaluated.
      *>
      *>  Usage: stndeval   (run-all-katas.sh runs it after latrpt;
      *>  harmless standalone). batch/standing-report.cbl (stndrpt)
      *>  lists the week's moves by cohort.

       environment division.
       input-output section.
       file-control.
           copy taudfc.
           copy tcanfc.
           copy tvoidfc.
           copy tstndfc.
           copy tntffc.
           select rules-file assign to dynamic rules-file-path
               organization line sequential
               file status rules-file-status.
           select late-file assign to dynamic late-file-path
               organization line sequential
               file status late-file-status.
           select letters-file assign to dynamic letters-file-path
               organization line sequential
               file status letters-file-status.

       data division.
       file section.
           copy taudfd.
           copy tcanfd.
           copy tvoidfd.
           copy tstndfd.
           copy tntffd.
       fd  rules-file.
       01  rules-record.
           05 rul-standing-in     pic x(16).
           05 rul-pct-below-in    pic x(3).
           05 rul-consec-at-in    pic x(3).
           05 rul-overdue-at-in   pic x(3).
           05 rul-min-attempts-in pic x(3).
           05 filler              pic x(52).
       fd  late-file.
       01  late-record.
           05 lat-candidate-in pic x(20).
           05 lat-kata-in      pic x(20).
           05 lat-cohort-in    pic x(10).
           05 lat-days-in      pic x(3).
           05 lat-penalty-in   pic x(3).
       fd  letters-file.
       01  letters-record pic x(132).

       working-storage section.
           copy tauddata.
           copy tcandata.
           copy tvoiddata.
           copy tstnddata.
           copy tntfdata.
       01  rules-file-path    pic x(100)
                               value 'batch/standing-rules.txt'.
       01  rules-file-status  pic x(2) value spaces.
       01  rules-eof-switch   pic x value 'n'.
           88 rules-eof       value 'y'.
       01  late-file-path     pic x(100)
                               value 'batch/late-submissions.txt'.
       01  late-file-status   pic x(2) value spaces.
       01  late-eof-switch    pic x value 'n'.
           88 late-eof        value 'y'.
       01  letters-file-path  pic x(100)
                               value 'batch/standing-letters.txt'.
       01  letters-file-status pic x(2) value spaces.

      *>  The rules, one row per non-GOOD standing, with the
      *>  standing's severity so file order doesn't matter.
       01  rule-max           pic 9(1) value 0.
       01  rule-table.
           05 rule-entry occurs 5 times.
              10 rule-standing     pic x(16).
              10 rule-rank         pic 9(1).
              10 rule-pct-below    pic 9(3).
              10 rule-consec-at    pic 9(3).
              10 rule-overdue-at   pic 9(3).
              10 rule-min-attempts pic 9(3).
       01  rule-index         pic 9(1) value 0.
       01  standing-rank      pic 9(1) value 0.
       01  rule-trigger       pic x(12).

      *>  One entry per candidate: who they are (from the master),
      *>  what the trail and the late ledger say, and their last
      *>  standing on file.
       01  std-max            pic 9(3) value 0.
       01  std-table.
           05 std-entry occurs 200 times.
              10 std-id          pic x(20).
              10 std-name        pic x(30).
              10 std-cohort      pic x(10).
              10 std-inactive    pic x value 'n'.
              10 std-attempts    pic 9(5) value 0.
              10 std-passed      pic 9(5) value 0.
              10 std-consec-fail pic 9(3) value 0.
              10 std-overdue     pic 9(3) value 0.
              10 std-current     pic x(16) value spaces.
       01  std-index          pic 9(3) value 0.
       01  std-found-switch   pic x value 'n'.
           88 std-found       value 'y'.
       01  std-lookup-id      pic x(20).

       01  new-standing       pic x(16).
       01  new-rank           pic 9(1) value 0.
       01  new-trigger        pic x(12).
       01  pass-pct           pic 9(3) value 0.
       01  eval-date          pic x(8).
       01  current-date-stamp pic x(21).
       01  evaluated-count    pic 9(4) value 0.
       01  change-count       pic 9(4) value 0.
       01  letter-count       pic 9(4) value 0.

       01  letter-line        pic x(132).
       01  count-display      pic z(4)9.
       01  count-display-2    pic z(2)9.
       01  count-display-3    pic z(2)9.
       01  pct-display        pic z(2)9.

       procedure division.
           move function current-date to current-date-stamp
           move current-date-stamp(1:8) to eval-date
           perform load-standing-rules
           if rule-max = 0
               display '<STNDEVAL::> no standing rules; nothing to'
                       ' evaluate'
               goback
           end-if
           perform load-candidate-master
           open input audit-file
           if audit-file-status not = '00'
               display '<STNDEVAL::> no audit trail; nothing to'
                       ' evaluate'
               goback
           end-if
           perform read-next-audit-record until audit-eof
           close audit-file
           perform load-late-ledger
           perform load-standing-history
           open extend standing-file
           if standing-file-status not = '00'
               open output standing-file
           end-if
           open extend letters-file
           if letters-file-status not = '00'
               open output letters-file
           end-if
           perform evaluate-candidate-standing
               varying std-index from 1 by 1
               until std-index > std-max
           close standing-file
           close letters-file
           display '<STNDEVAL::> ' evaluated-count
                   ' candidate(s) evaluated, ' change-count
                   ' standing change(s), ' letter-count
                   ' letter(s) in ' function trim(letters-file-path)
           goback.

       load-standing-rules.
           open input rules-file
           if rules-file-status = '00'
               perform read-next-rules-record until rules-eof
               close rules-file
           end-if
           .

       read-next-rules-record.
           read rules-file
               at end
                   set rules-eof to true
               not at end
                   if rules-record(1:1) not = '#'
                           and rules-record not = spaces
                       perform accept-rules-record
                   end-if
           end-read
           .

       accept-rules-record.
           evaluate rul-standing-in
               when 'WARNING'
                   move 1 to standing-rank
               when 'PROBATION'
                   move 2 to standing-rank
               when 'DISMISSAL-REVIEW'
                   move 3 to standing-rank
               when other
                   move 0 to standing-rank
           end-evaluate
           if standing-rank = 0
               display '<STNDEVAL-ERROR::> unknown standing '
                       function trim(rul-standing-in)
                       ' in the standing rules; row skipped'
               move 1 to return-code
           else
               if rule-max < 5
                   add 1 to rule-max
                   move rul-standing-in to rule-standing(rule-max)
                   move standing-rank to rule-rank(rule-max)
                   move function numval(rul-pct-below-in)
                       to rule-pct-below(rule-max)
                   move function numval(rul-consec-at-in)
                       to rule-consec-at(rule-max)
                   move function numval(rul-overdue-at-in)
                       to rule-overdue-at(rule-max)
                   move function numval(rul-min-attempts-in)
                       to rule-min-attempts(rule-max)
               end-if
           end-if
           .

      *>  Names and cohorts for the letters; a missing master (the
      *>  bootstrap path) just leaves every letter addressed by id
      *>  and every candidate in the '(none)' cohort.
       load-candidate-master.
           open input candidate-file
           if candidate-file-status = '00'
               perform read-next-master-record until candidate-eof
               close candidate-file
           end-if
           .

       read-next-master-record.
           read candidate-file next
               at end
                   set candidate-eof to true
               not at end
                   move can-id to std-lookup-id
                   perform find-candidate-entry
                   if std-found
                       move can-name to std-name(std-index)
                       if can-cohort not = spaces
                           move can-cohort to std-cohort(std-index)
                       end-if
                       if can-status = 'INACTIVE'
                           move 'y' to std-inactive(std-index)
                       end-if
                   end-if
           end-read
           .

       read-next-audit-record.
           read audit-file
               at end
                   set audit-eof to true
               not at end
                   if aud-candidate-id-in(1:1) = '*'
                       continue
                   else
                       perform check-audit-detail-voided
                       if not detail-voided
                           and aud-origin-in not = 'REGRADE'
                           perform accept-audit-detail
                       end-if
                   end-if
           end-read
           .

      *>  A pass is a run with passes and no failures; anything
      *>  else - failures, or a status word (TIMEOUT, COMPILEFAIL)
      *>  in the count columns - is a failed attempt.
       accept-audit-detail.
           move aud-candidate-id-in to std-lookup-id
           perform find-candidate-entry
           if std-found
               add 1 to std-attempts(std-index)
               if function test-numval(aud-pass-count-in) = 0
                   and function test-numval(aud-fail-count-in) = 0
                   and function numval(aud-pass-count-in) > 0
                   and function numval(aud-fail-count-in) = 0
                   add 1 to std-passed(std-index)
                   move 0 to std-consec-fail(std-index)
               else
                   add 1 to std-consec-fail(std-index)
               end-if
           end-if
           .

       load-late-ledger.
           open input late-file
           if late-file-status = '00'
               perform read-next-late-record until late-eof
               close late-file
           end-if
           .

       read-next-late-record.
           read late-file
               at end
                   set late-eof to true
               not at end
                   move lat-candidate-in to std-lookup-id
                   perform find-existing-candidate
                   if std-found
                       add 1 to std-overdue(std-index)
                   end-if
           end-read
           .

      *>  The last record per candidate is their current standing.
       load-standing-history.
           open input standing-file
           if standing-file-status = '00'
               perform read-next-standing-record until standing-eof
               close standing-file
           end-if
           .

       read-next-standing-record.
           read standing-file
               at end
                   set standing-eof to true
               not at end
                   move stn-candidate-in to std-lookup-id
                   perform find-existing-candidate
                   if std-found
                       move stn-standing-in to std-current(std-index)
                   end-if
           end-read
           .

       find-existing-candidate.
           move 'n' to std-found-switch
           move 1 to std-index
           perform test before
               until std-index > std-max or std-found
               if std-id(std-index) = std-lookup-id
                   set std-found to true
               else
                   add 1 to std-index
               end-if
           end-perform
           .

       find-candidate-entry.
           perform find-existing-candidate
           if not std-found
               if std-max < 200
                   add 1 to std-max
                   move std-max to std-index
                   move std-lookup-id to std-id(std-index)
                   move spaces to std-name(std-index)
                   move '(none)' to std-cohort(std-index)
                   set std-found to true
               else
                   display '<STNDEVAL-WARNING::> candidate table'
                           ' full, dropping '
                           function trim(std-lookup-id)
               end-if
           end-if
           .

      *>  A candidate with no graded attempt yet (on the master but
      *>  never run) has nothing to evaluate.
       evaluate-candidate-standing.
           if std-inactive(std-index) = 'n'
                   and std-attempts(std-index) > 0
               add 1 to evaluated-count
               perform apply-standing-rules
               if new-standing not = std-current(std-index)
                   perform record-standing-change
               end-if
           end-if
           .

       apply-standing-rules.
           move 'GOOD' to new-standing
           move 0 to new-rank
           move spaces to new-trigger
           compute pass-pct = std-passed(std-index) * 100
                              / std-attempts(std-index)
           perform test-one-rule
               varying rule-index from 1 by 1
               until rule-index > rule-max
           .

       test-one-rule.
           if rule-rank(rule-index) > new-rank
               move spaces to rule-trigger
               evaluate true
                   when rule-pct-below(rule-index) > 0
                       and std-attempts(std-index)
                           >= rule-min-attempts(rule-index)
                       and pass-pct < rule-pct-below(rule-index)
                       move 'PASS-RATE' to rule-trigger
                   when rule-consec-at(rule-index) > 0
                       and std-consec-fail(std-index)
                           >= rule-consec-at(rule-index)
                       move 'CONSEC-FAIL' to rule-trigger
                   when rule-overdue-at(rule-index) > 0
                       and std-overdue(std-index)
                           >= rule-overdue-at(rule-index)
                       move 'OVERDUE' to rule-trigger
               end-evaluate
               if rule-trigger not = spaces
                   move rule-standing(rule-index) to new-standing
                   move rule-rank(rule-index) to new-rank
                   move rule-trigger to new-trigger
               end-if
           end-if
           .

       record-standing-change.
           move spaces to standing-record
           move std-id(std-index) to stn-candidate-in
           move eval-date to stn-date-in
           move new-standing to stn-standing-in
           move std-current(std-index) to stn-previous-in
           move std-cohort(std-index) to stn-cohort-in
           move std-attempts(std-index) to stn-attempts-in
           move pass-pct to stn-pass-pct-in
           move std-consec-fail(std-index) to stn-consec-fail-in
           move std-overdue(std-index) to stn-overdue-in
           move new-trigger to stn-trigger-in
           write standing-record
           if std-current(std-index) not = spaces
               add 1 to change-count
               display '<STNDEVAL::> '
                       function trim(std-id(std-index)) ' '
                       function trim(std-current(std-index))
                       ' -> ' function trim(new-standing)
           end-if
           if std-current(std-index) not = spaces
                   or new-standing not = 'GOOD'
               perform print-standing-letter
               perform queue-standing-notice
           end-if
           move new-standing to std-current(std-index)
           .

       queue-standing-notice.
           move std-id(std-index) to nev-new-candidate
           move 'STANDING' to nev-new-event
           move new-standing to nev-new-reference
           move spaces to nev-new-detail
           if std-current(std-index) = spaces
               move 'opening standing' to nev-new-detail
           else
               string 'was ' function trim(std-current(std-index))
                      ' ' new-trigger
                   delimited by size into nev-new-detail
           end-if
           perform write-notify-event
           .

      *>  One form letter per change, addressed from the master,
      *>  with the figures the standing was set from.
       print-standing-letter.
           add 1 to letter-count
           move all '=' to letters-record
           write letters-record
           move spaces to letter-line
           string 'ACADEMIC STANDING NOTICE' delimited by size
               into letter-line
           move eval-date(1:4) to letter-line(111:4)
           move '-' to letter-line(115:1)
           move eval-date(5:2) to letter-line(116:2)
           move '-' to letter-line(118:1)
           move eval-date(7:2) to letter-line(119:2)
           write letters-record from letter-line
           move spaces to letters-record
           write letters-record
           move spaces to letter-line
           if std-name(std-index) = spaces
               string 'To: candidate '
                      function trim(std-id(std-index))
                   delimited by size into letter-line
           else
               string 'To: ' function trim(std-name(std-index))
                      ' (' function trim(std-id(std-index)) ')'
                   delimited by size into letter-line
           end-if
           write letters-record from letter-line
           move spaces to letter-line
           string 'Cohort: ' function trim(std-cohort(std-index))
               delimited by size into letter-line
           write letters-record from letter-line
           move spaces to letter-line
           evaluate new-standing
               when 'GOOD'
                   move 'Subject: return to good standing'
                       to letter-line
               when 'WARNING'
                   move 'Subject: academic warning' to letter-line
               when 'PROBATION'
                   move 'Subject: academic probation' to letter-line
               when other
                   move 'Subject: referral for dismissal review'
                       to letter-line
           end-evaluate
           write letters-record from letter-line
           move spaces to letters-record
           write letters-record
           perform write-letter-body
           move spaces to letters-record
           write letters-record
           move std-attempts(std-index) to count-display
           move pass-pct to pct-display
           move std-consec-fail(std-index) to count-display-2
           move std-overdue(std-index) to count-display-3
           move spaces to letter-line
           string 'Your record: pass rate '
                  function trim(pct-display) '% over '
                  function trim(count-display) ' graded attempt(s); '
                  function trim(count-display-2)
                  ' failed attempt(s) in a row; '
                  function trim(count-display-3)
                  ' overdue submission(s).'
               delimited by size into letter-line
           write letters-record from letter-line
           move spaces to letter-line
           if std-current(std-index) = spaces
               string 'Standing: ' function trim(new-standing)
                   delimited by size into letter-line
           else
               string 'Standing: ' function trim(new-standing)
                      ' (previously '
                      function trim(std-current(std-index)) ')'
                   delimited by size into letter-line
           end-if
           if new-trigger not = spaces
               move spaces to letters-record
               string function trim(letter-line) ' - rule: '
                      function trim(new-trigger)
                   delimited by size into letters-record
               move letters-record to letter-line
           end-if
           write letters-record from letter-line
           move spaces to letters-record
           write letters-record
           move 'Program Office' to letters-record
           write letters-record
           move spaces to letters-record
           write letters-record
           .

       write-letter-body.
           move spaces to letters-record
           evaluate new-standing
               when 'GOOD'
                   string 'Your academic standing has been restored '
                          'to GOOD. No further action is required.'
                       delimited by size into letters-record
                   write letters-record
                   move spaces to letters-record
                   string 'Thank you for the steady progress.'
                       delimited by size into letters-record
                   write letters-record
                   move spaces to letters-record
               when 'WARNING'
                   string 'This is an academic warning: your recent '
                          'results fall below the program''s '
                          'standing rules.'
                       delimited by size into letters-record
                   write letters-record
                   move spaces to letters-record
                   string 'Please review your feedback bundles and '
                          'contact your instructor this week.'
                       delimited by size into letters-record
                   write letters-record
                   move spaces to letters-record
               when 'PROBATION'
                   string 'You have been placed on academic '
                          'probation: your results remain below the '
                          'program''s standing rules.'
                       delimited by size into letters-record
                   write letters-record
                   move spaces to letters-record
                   string 'You must meet your instructor to agree a '
                          'recovery plan before your next '
                          'submission window.'
                       delimited by size into letters-record
                   write letters-record
                   move spaces to letters-record
               when other
                   string 'Your enrollment has been referred for '
                          'dismissal review under the program''s '
                          'standing rules.'
                       delimited by size into letters-record
                   write letters-record
                   move spaces to letters-record
                   string 'The program office will write with a '
                          'review date; you may send a written '
                          'statement before then.'
                       delimited by size into letters-record
                   write letters-record
                   move spaces to letters-record
           end-evaluate
           .

           copy tvoidhelp.
           copy tntfhelp.

       end program stndeval.
