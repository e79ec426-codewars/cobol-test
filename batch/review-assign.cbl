       program-id. revasgn.

      *>  Peer code-review assignment. The shop the academy feeds
      *>  reviews every change before it ships, so trainees review
      *>  each other's passing solutions: for every GRADED
      *>  submission on batch/submissions-queue.txt whose kata the
      *>  audit trail shows passed (its best non-voided run had no
      *>  failures), this assigns two reviewers - other ACTIVE
      *>  candidates in the author's cohort who have passed the same
      *>  kata, never a pair the similarity screen flagged on that
      *>  kata (batch/similarity-report.txt), the least-loaded
      *>  reviewer first. Assignments go to the peer-review register
      *>  (src/tprvdata.cpy) as ASSIGNED rows due review-days out,
      *>  and each reviewer gets a REVIEW notification. A submission
      *>  already holding its reviewers is left alone; one short of
      *>  eligible reviewers gets what there is and is topped up by
      *>  a later run as more of the cohort passes.
      *>  A team submission (src/tteamdata.cpy) sits on the queue
      *>  under the team id while its runs are filed under the
      *>  members' ids with the team id alongside: a member's
      *>  clean pass counts as the team's, the team's cohort is
      *>  the one on the team master, and no member of the team
      *>  reviews the team's own submission.
      *>
      *>  Usage: revasgn [review-days]   (default 7; run from the
      *>  repo root, after the similarity screen).

       environment division.
       input-output section.
       file-control.
           copy tcanfc.
           copy taudfc.
           copy tvoidfc.
           copy tprvfc.
           copy tntffc.
           copy tteamfc.
           select queue-file assign to dynamic queue-file-path
               organization line sequential
               file status queue-file-status.
           select simrpt-file assign to dynamic simrpt-file-path
               organization line sequential
               file status simrpt-file-status.

       data division.
       file section.
           copy tcanfd.
           copy taudfd.
           copy tvoidfd.
           copy tprvfd.
           copy tntffd.
           copy tteamfd.
       fd  queue-file.
       01  queue-record.
           05 q-status-in    pic x(8).
           05 q-candidate-in pic x(20).
           05 q-kata-in      pic x(20).
           05 q-received-in  pic x(14).
       fd  simrpt-file.
       01  simrpt-record pic x(132).

       working-storage section.
           copy tcandata.
           copy tauddata.
           copy tvoiddata.
           copy tprvdata.
           copy tntfdata.
           copy tteamdata.
       01  queue-file-path    pic x(100)
                               value 'batch/submissions-queue.txt'.
       01  queue-file-status  pic x(2) value spaces.
       01  queue-eof-switch   pic x value 'n'.
           88 queue-eof       value 'y'.
       01  simrpt-file-path   pic x(100)
                               value 'batch/similarity-report.txt'.
       01  simrpt-file-status pic x(2) value spaces.
       01  simrpt-eof-switch  pic x value 'n'.
           88 simrpt-eof      value 'y'.

       01  review-days-text   pic x(10) value spaces.
       01  review-days        pic 9(3) value 7.
       01  reviewers-wanted   pic 9 value 2.
       01  current-date-stamp pic x(21).
       01  today-date         pic x(8).
       01  due-date           pic 9(8).

      *>  Cohort and status of every registered candidate.
       01  rcan-max           pic 9(3) value 0.
       01  rcan-table.
           05 rcan-entry occurs 500 times.
              10 rcan-id      pic x(20).
              10 rcan-cohort  pic x(10).
              10 rcan-status  pic x(8).
       01  rcan-index         pic 9(3) value 0.
       01  rcan-found-switch  pic x value 'n'.
           88 rcan-found      value 'y'.
       01  rcan-lookup-id     pic x(20).
       01  rcan-result-cohort pic x(10).
       01  rcan-result-status pic x(8).

      *>  Candidate/kata pairs with a clean passing run.
       01  pass-max           pic 9(4) value 0.
       01  pass-table.
           05 pass-entry occurs 2000 times.
              10 pass-candidate pic x(20).
              10 pass-kata      pic x(20).
       01  pass-index         pic 9(4) value 0.
       01  pass-found-switch  pic x value 'n'.
           88 pass-found      value 'y'.

      *>  Pairs the similarity screen flagged, per kata.
       01  flag-max           pic 9(3) value 0.
       01  flag-table.
           05 flag-entry occurs 200 times.
              10 flag-kata    pic x(20).
              10 flag-cand-a  pic x(20).
              10 flag-cand-b  pic x(20).
       01  flag-index         pic 9(3) value 0.
       01  flag-field-count   pic 9 value 0.
       01  flag-rest          pic x(80).
       01  flagged-switch     pic x value 'n'.
           88 pair-flagged    value 'y'.

      *>  The register as it stands plus this run's additions.
       01  rev-max            pic 9(4) value 0.
       01  rev-table.
           05 rev-entry occurs 3000 times.
              10 rev-kata     pic x(20).
              10 rev-author   pic x(20).
              10 rev-reviewer pic x(20).
       01  rev-index          pic 9(4) value 0.
       01  rev-have           pic 9(2) value 0.
       01  rev-load           pic 9(4) value 0.
       01  already-switch     pic x value 'n'.
           88 already-reviewing value 'y'.

      *>  Teams: cohort and members, for a team's submissions.
       01  tmb-max            pic 9(3) value 0.
       01  tmb-table.
           05 tmb-entry occurs 200 times.
              10 tmb-team-id  pic x(20).
              10 tmb-cohort   pic x(10).
              10 tmb-member   pic x(20) occurs 4 times.
       01  tmb-index          pic 9(3) value 0.
       01  tmb-member-index   pic 9(1) value 0.
       01  author-team-switch pic x value 'n'.
           88 author-is-team  value 'y'.
       01  team-member-switch pic x value 'n'.
           88 reviewer-on-team value 'y'.

       01  author-id          pic x(20).
       01  author-kata        pic x(20).
       01  author-cohort      pic x(10).
       01  best-reviewer      pic 9(4) value 0.
       01  best-load          pic 9(4) value 0.
       01  no-reviewer-switch pic x value 'n'.
           88 no-reviewer-left value 'y'.
       01  register-open-switch pic x value 'n'.
           88 register-open   value 'y'.
       01  assigned-count     pic 9(4) value 0.
       01  short-count        pic 9(4) value 0.
       01  due-display        pic x(10).

       procedure division.
           accept review-days-text from command-line
           if review-days-text not = spaces
               if function test-numval(review-days-text) = 0
                   compute review-days =
                       function numval(review-days-text)
               else
                   display '<REVASGN-ERROR::> review-days must be'
                           ' numeric: ' function trim(review-days-text)
                   move 1 to return-code
                   goback
               end-if
           end-if
           move function current-date to current-date-stamp
           move current-date-stamp(1:8) to today-date
           compute due-date = function date-of-integer(
               function integer-of-date(function numval(today-date))
               + review-days)
           string due-date(1:4) '-' due-date(5:2) '-' due-date(7:2)
               delimited by size into due-display
           perform load-candidate-table
           perform load-team-table
           perform load-passed-pairs
           perform load-flagged-pairs
           perform load-review-register
           open input queue-file
           if queue-file-status not = '00'
               display '<REVASGN-ERROR::> cannot open '
                       function trim(queue-file-path)
               move 1 to return-code
               goback
           end-if
           perform read-next-queue-row until queue-eof
           close queue-file
           if register-open
               close peer-review-file
           end-if
           display '<REVASGN::> ' assigned-count
                   ' review(s) assigned, due ' due-display
           if short-count > 0
               display '<REVASGN::> ' short-count
                       ' submission(s) short of reviewers - topped up'
                       ' as more of the cohort passes'
           end-if
           goback.

       load-candidate-table.
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
                   if rcan-max < 500
                       add 1 to rcan-max
                       move can-id to rcan-id(rcan-max)
                       move can-cohort to rcan-cohort(rcan-max)
                       move can-status to rcan-status(rcan-max)
                   end-if
           end-read
           .

       look-up-candidate.
           move spaces to rcan-result-cohort rcan-result-status
           move 'n' to rcan-found-switch
           move 1 to rcan-index
           perform test before
               until rcan-index > rcan-max or rcan-found
               if rcan-id(rcan-index) = rcan-lookup-id
                   set rcan-found to true
               else
                   add 1 to rcan-index
               end-if
           end-perform
           if rcan-found
               move rcan-cohort(rcan-index) to rcan-result-cohort
               move rcan-status(rcan-index) to rcan-result-status
           end-if
           .

       load-passed-pairs.
           open input audit-file
           if audit-file-status = '00'
               perform read-next-audit-record until audit-eof
               close audit-file
           end-if
           .

       read-next-audit-record.
           read audit-file
               at end
                   set audit-eof to true
               not at end
                   if aud-candidate-id-in(1:5) = '*HDR*'
                           or aud-candidate-id-in(1:5) = '*TRL*'
                           or aud-candidate-id-in(1:5) = '*CFW*'
                           or aud-candidate-id-in(1:5) = '*PCL*'
                           or aud-candidate-id-in(1:5) = '*SAR*'
                       continue
                   else
                       perform check-audit-detail-voided
                       if not detail-voided
                           perform note-passing-run
                       end-if
                   end-if
           end-read
           .

       note-passing-run.
           if function test-numval(aud-pass-count-in) = 0
               and function test-numval(aud-fail-count-in) = 0
               if function numval(aud-fail-count-in) = 0
                   and function numval(aud-pass-count-in) > 0
                   move aud-candidate-id-in to author-id
                   move aud-kata-name-in to author-kata
                   perform note-passed-pair
      *>  a team run's pass is the team's too
                   if aud-team-id-in not = spaces
                       move aud-team-id-in to author-id
                       perform note-passed-pair
                   end-if
               end-if
           end-if
           .

       note-passed-pair.
           perform find-passed-pair
           if not pass-found and pass-max < 2000
               add 1 to pass-max
               move author-id to pass-candidate(pass-max)
               move author-kata to pass-kata(pass-max)
           end-if
           .

       load-team-table.
           open input team-file
           if team-file-status = '00'
               perform read-next-team-row until team-eof
               close team-file
           end-if
           .

       read-next-team-row.
           read team-file
               at end
                   set team-eof to true
               not at end
                   if tem-id-in not = spaces
                       and tem-id-in(1:1) not = '#'
                       and tmb-max < 200
                       add 1 to tmb-max
                       move tem-id-in to tmb-team-id(tmb-max)
                       move tem-cohort-in to tmb-cohort(tmb-max)
                       perform varying tmb-member-index from 1 by 1
                               until tmb-member-index > 4
                           move tem-member-in(tmb-member-index)
                               to tmb-member(tmb-max
                                   tmb-member-index)
                       end-perform
                   end-if
           end-read
           .

      *>  the queue row's id as a team id; the first row for it
      *>  is the team, as in the queue drain.
       look-up-author-team.
           move 'n' to author-team-switch
           move 1 to tmb-index
           perform test before
               until tmb-index > tmb-max or author-is-team
               if tmb-team-id(tmb-index) = author-id
                   set author-is-team to true
               else
                   add 1 to tmb-index
               end-if
           end-perform
           .

       find-passed-pair.
           move 'n' to pass-found-switch
           move 1 to pass-index
           perform test before
               until pass-index > pass-max or pass-found
               if pass-candidate(pass-index) = author-id
                   and pass-kata(pass-index) = author-kata
                   set pass-found to true
               else
                   add 1 to pass-index
               end-if
           end-perform
           .

      *>  report lines read 'kata: cand-a vs cand-b - nn% ...';
      *>  the heading and the longest-region lines don't split
      *>  into three fields and are passed over.
       load-flagged-pairs.
           open input simrpt-file
           if simrpt-file-status = '00'
               perform read-next-similarity-line until simrpt-eof
               close simrpt-file
           end-if
           .

       read-next-similarity-line.
           read simrpt-file
               at end
                   set simrpt-eof to true
               not at end
                   if flag-max < 200
                       move 0 to flag-field-count
                       add 1 to flag-max
                       unstring simrpt-record
                           delimited by ': ' or ' vs ' or ' - '
                           into flag-kata(flag-max)
                                flag-cand-a(flag-max)
                                flag-cand-b(flag-max)
                                flag-rest
                           tallying in flag-field-count
                       end-unstring
                       if flag-field-count < 4
                           subtract 1 from flag-max
                       end-if
                   end-if
           end-read
           .

       load-review-register.
           open input peer-review-file
           if peer-review-file-status = '00'
               perform read-next-review-row until peer-review-eof
               close peer-review-file
           end-if
           .

       read-next-review-row.
           read peer-review-file
               at end
                   set peer-review-eof to true
               not at end
                   if rev-max < 3000
                       add 1 to rev-max
                       move prv-kata-in to rev-kata(rev-max)
                       move prv-author-in to rev-author(rev-max)
                       move prv-reviewer-in to rev-reviewer(rev-max)
                   end-if
           end-read
           .

       read-next-queue-row.
           read queue-file
               at end
                   set queue-eof to true
               not at end
                   if q-status-in(1:6) = 'GRADED'
                       move q-candidate-in to author-id
                       move q-kata-in to author-kata
                       perform look-up-author-team
                       perform find-passed-pair
                       if pass-found
                           perform assign-submission-reviewers
                       end-if
                   end-if
           end-read
           .

       assign-submission-reviewers.
           if author-is-team
               move tmb-cohort(tmb-index) to author-cohort
           else
               move author-id to rcan-lookup-id
               perform look-up-candidate
               move rcan-result-cohort to author-cohort
           end-if
           move 0 to rev-have
           perform varying rev-index from 1 by 1
                   until rev-index > rev-max
               if rev-kata(rev-index) = author-kata
                   and rev-author(rev-index) = author-id
                   add 1 to rev-have
               end-if
           end-perform
           if rev-have < reviewers-wanted
               and author-cohort = spaces
               if author-is-team
                   display '<REVASGN-WARNING::> team '
                           function trim(author-id)
                           ' has no cohort on the team master -'
                           ' no reviewers for '
                           function trim(author-kata)
               else
                   display '<REVASGN-WARNING::> '
                           function trim(author-id)
                           ' has no cohort on the candidate master -'
                           ' no reviewers for '
                           function trim(author-kata)
               end-if
               add 1 to short-count
           else
               move 'n' to no-reviewer-switch
               perform pick-next-reviewer
                   until rev-have >= reviewers-wanted
                      or no-reviewer-left
               if rev-have < reviewers-wanted
                   add 1 to short-count
               end-if
           end-if
           .

      *>  the eligible candidate carrying the fewest assignments
      *>  (open or done) takes the review; ties go to the first
      *>  on the trail.
       pick-next-reviewer.
           move 0 to best-reviewer best-load
           perform consider-reviewer
               varying pass-index from 1 by 1
               until pass-index > pass-max
           if best-reviewer > 0
               perform write-assignment
           else
               set no-reviewer-left to true
           end-if
           .

       consider-reviewer.
           if pass-kata(pass-index) = author-kata
               and pass-candidate(pass-index) not = author-id
               move pass-candidate(pass-index) to rcan-lookup-id
               perform look-up-candidate
               if rcan-result-cohort = author-cohort
                   and rcan-result-status = 'ACTIVE'
                   perform check-reviewer-eligible
                   if not already-reviewing and not pair-flagged
                       and not reviewer-on-team
                       if best-reviewer = 0 or rev-load < best-load
                           move pass-index to best-reviewer
                           move rev-load to best-load
                       end-if
                   end-if
               end-if
           end-if
           .

       check-reviewer-eligible.
           move 'n' to already-switch flagged-switch
           move 0 to rev-load
           perform varying rev-index from 1 by 1
                   until rev-index > rev-max
               if rev-reviewer(rev-index) = pass-candidate(pass-index)
                   add 1 to rev-load
                   if rev-kata(rev-index) = author-kata
                       and rev-author(rev-index) = author-id
                       set already-reviewing to true
                   end-if
               end-if
           end-perform
           perform varying flag-index from 1 by 1
                   until flag-index > flag-max
               if flag-kata(flag-index) = author-kata
                   and ((flag-cand-a(flag-index) = author-id
                         and flag-cand-b(flag-index)
                             = pass-candidate(pass-index))
                     or (flag-cand-b(flag-index) = author-id
                         and flag-cand-a(flag-index)
                             = pass-candidate(pass-index)))
                   set pair-flagged to true
               end-if
           end-perform
           move 'n' to team-member-switch
           if author-is-team
               perform varying tmb-member-index from 1 by 1
                       until tmb-member-index > 4
                   if tmb-member(tmb-index tmb-member-index)
                           = pass-candidate(pass-index)
                       set reviewer-on-team to true
                   end-if
               end-perform
           end-if
           .

       write-assignment.
           if not register-open
               open extend peer-review-file
               if peer-review-file-status = '35'
                   open output peer-review-file
               end-if
               if peer-review-file-status not = '00'
                   display '<REVASGN-ERROR::> cannot open '
                           function trim(peer-review-file-path)
                           ' status ' peer-review-file-status
                   move 1 to return-code
                   goback
               end-if
               set register-open to true
           end-if
           move spaces to peer-review-record
           move author-kata to prv-kata-in
           move author-id to prv-author-in
           move pass-candidate(best-reviewer) to prv-reviewer-in
           move today-date to prv-assigned-in
           move due-date to prv-due-in
           move 'ASSIGNED' to prv-status-in
           write peer-review-record
           if rev-max < 3000
               add 1 to rev-max
               move author-kata to rev-kata(rev-max)
               move author-id to rev-author(rev-max)
               move pass-candidate(best-reviewer)
                   to rev-reviewer(rev-max)
           end-if
           add 1 to rev-have
           add 1 to assigned-count
           display '<REVASGN::> ' function trim(author-kata) ' by '
                   function trim(author-id) ' -> '
                   function trim(pass-candidate(best-reviewer))
           move pass-candidate(best-reviewer) to nev-new-candidate
           move 'REVIEW' to nev-new-event
           move author-kata to nev-new-reference
           move spaces to nev-new-detail
           string 'author ' function trim(author-id) ', due '
                  due-display
               delimited by size into nev-new-detail
           perform write-notify-event
           .

           copy tvoidhelp.
           copy tntfhelp.

       end program revasgn.
