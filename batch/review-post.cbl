       program-id. revpost.

      *>  Peer code-review posting. Reviewers hand in their
      *>  reviews as a transaction deck
      *>  (batch/review-post-input.txt by default, fixed-width:
      *>  reviewer(20) author(20) kata(20) scores(5) comment(60)),
      *>  one digit 0-5 per quality-rubric category in the register's
      *>  column order (see src/tprvfd.cpy). Each card closes the
      *>  reviewer's ASSIGNED row for that author and kata on the
      *>  peer-review register (src/tprvdata.cpy): the row turns
      *>  REVIEWED with the scores, the comment and today's date,
      *>  and the author gets a REVIEWED notification with the
      *>  total. A card with no open assignment behind it, a score
      *>  outside 0-5 or no comment is refused - a review with no
      *>  words in it teaches nobody anything. A review handed in
      *>  after its due date still posts and is reported late. The
      *>  register is rewritten whole.
      *>
      *>  Usage: revpost [input-deck]

       environment division.
       input-output section.
       file-control.
           copy tprvfc.
           copy tntffc.
           select maint-input-file assign to dynamic maint-input-path
               organization line sequential
               file status maint-input-status.

       data division.
       file section.
           copy tprvfd.
           copy tntffd.
       fd  maint-input-file.
       01  maint-input-record.
           05 rpi-reviewer-in  pic x(20).
           05 rpi-author-in    pic x(20).
           05 rpi-kata-in      pic x(20).
           05 rpi-scores-in.
              10 rpi-score-in  pic x occurs 5 times.
           05 rpi-comment-in   pic x(60).

       working-storage section.
           copy tprvdata.
           copy tntfdata.
       01  maint-input-path   pic x(100)
                           value 'batch/review-post-input.txt'.
       01  maint-input-status pic x(2) value spaces.
       01  maint-eof-switch   pic x value 'n'.
           88 maint-eof       value 'y'.
       01  maint-error-count  pic 9(4) value 0.
       01  maint-applied-count pic 9(4) value 0.
       01  maint-late-count   pic 9(4) value 0.
       01  current-date-stamp pic x(21).
       01  today-date         pic x(8).

       01  rev-max            pic 9(4) value 0.
       01  rev-table.
           05 rev-row occurs 3000 times pic x(157).
       01  rev-index          pic 9(4) value 0.
       01  rev-found-switch   pic x value 'n'.
           88 rev-found       value 'y'.

       01  score-bad-switch   pic x value 'n'.
           88 score-bad       value 'y'.
       01  score-total        pic 9(2) value 0.
       01  score-display      pic z9.

       procedure division.
           accept maint-input-path from command-line
           if maint-input-path = spaces
               move 'batch/review-post-input.txt' to maint-input-path
           end-if
           move function current-date to current-date-stamp
           move current-date-stamp(1:8) to today-date
           open input maint-input-file
           if maint-input-status not = '00'
               display '<REVPOST-ERROR::> cannot open '
                       function trim(maint-input-path)
               move 1 to return-code
               goback
           end-if
           perform load-review-register
           perform read-next-maint-record until maint-eof
           close maint-input-file
           if maint-applied-count > 0
               perform rewrite-review-register
           end-if
           display '<REVPOST::> posted ' maint-applied-count
                   ' review(s) (' maint-late-count ' late), '
                   maint-error-count ' error(s)'
           if maint-error-count > 0
               move 1 to return-code
           end-if
           goback.

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
                       move peer-review-record to rev-row(rev-max)
                   else
                       display '<REVPOST-ERROR::> register table full'
                       move 1 to return-code
                       goback
                   end-if
           end-read
           .

       read-next-maint-record.
           read maint-input-file
               at end set maint-eof to true
               not at end perform apply-maint-record
           end-read
           .

       apply-maint-record.
           if rpi-reviewer-in(1:1) = '#' or maint-input-record = spaces
               continue
           else
               perform validate-review
           end-if
           .

       validate-review.
           move 'n' to score-bad-switch
           move 0 to score-total
           perform varying prv-category-index from 1 by 1
                   until prv-category-index > 5
               if rpi-score-in(prv-category-index) is not numeric
                   set score-bad to true
               else
                   if rpi-score-in(prv-category-index)
                           > prv-score-max
                       set score-bad to true
                   else
                       add function numval(
                           rpi-score-in(prv-category-index))
                           to score-total
                   end-if
               end-if
           end-perform
           perform find-open-assignment
           if not rev-found
               display '<REVPOST-ERROR::> no open review of '
                       function trim(rpi-kata-in) ' by '
                       function trim(rpi-author-in)
                       ' assigned to ' function trim(rpi-reviewer-in)
               add 1 to maint-error-count
           else
           if score-bad
               display '<REVPOST-ERROR::> ' function trim(
                       rpi-reviewer-in) ' scores ' rpi-scores-in
                       ' - one digit 0-5 per rubric category'
               add 1 to maint-error-count
           else
           if rpi-comment-in = spaces
               display '<REVPOST-ERROR::> ' function trim(
                       rpi-reviewer-in) ' review of '
                       function trim(rpi-kata-in) ' has no comment'
               add 1 to maint-error-count
           else
               perform post-review
           end-if
           end-if
           end-if
           .

       find-open-assignment.
           move 'n' to rev-found-switch
           move 1 to rev-index
           perform test before
               until rev-index > rev-max or rev-found
               move rev-row(rev-index) to peer-review-record
               if prv-reviewer-in = rpi-reviewer-in
                   and prv-author-in = rpi-author-in
                   and prv-kata-in = rpi-kata-in
                   and prv-status-in = 'ASSIGNED'
                   set rev-found to true
               else
                   add 1 to rev-index
               end-if
           end-perform
           .

       post-review.
           move 'REVIEWED' to prv-status-in
           move today-date to prv-reviewed-in
           move rpi-scores-in to prv-scores-in
           move rpi-comment-in to prv-comment-in
           move peer-review-record to rev-row(rev-index)
           add 1 to maint-applied-count
           move score-total to score-display
           if prv-due-in < today-date
               add 1 to maint-late-count
               display '<REVPOST::> ' function trim(rpi-reviewer-in)
                       ' reviewed ' function trim(rpi-kata-in)
                       ' by ' function trim(rpi-author-in) ' '
                       score-display '/25 (late, due ' prv-due-in ')'
           else
               display '<REVPOST::> ' function trim(rpi-reviewer-in)
                       ' reviewed ' function trim(rpi-kata-in)
                       ' by ' function trim(rpi-author-in) ' '
                       score-display '/25'
           end-if
           move rpi-author-in to nev-new-candidate
           move 'REVIEWED' to nev-new-event
           move rpi-kata-in to nev-new-reference
           move spaces to nev-new-detail
           string 'peer score ' function trim(score-display)
                  '/25: ' rpi-comment-in
               delimited by size into nev-new-detail
           perform write-notify-event
           .

       rewrite-review-register.
           open output peer-review-file
           if peer-review-file-status not = '00'
               display '<REVPOST-ERROR::> cannot rewrite '
                       function trim(peer-review-file-path)
                       ' status ' peer-review-file-status
               move 1 to return-code
               goback
           end-if
           perform varying rev-index from 1 by 1
                   until rev-index > rev-max
               write peer-review-record from rev-row(rev-index)
           end-perform
           close peer-review-file
           .

           copy tntfhelp.

       end program revpost.
