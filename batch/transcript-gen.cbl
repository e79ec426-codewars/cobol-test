      *>  catalog's difficulty and category, and produces a dated
      *>  statement: first attempt, attempts taken, best result,
      *>  attempts to the first clean pass, and current standing per
      *>  category. Each kata also carries its raw score (the best
      *>  run's passed-over-total percentage, as lmsexp exports it)
      *>  beside the final score after the cohort's approved curve
      *>  and that score's letter grade (src/tgrddata.cpy), and the
      *>  statement closes with the course grade: the raw mean over
      *>  the katas attempted, the curve applied and who approved
      *>  it, the final score and its letter. The cohort comes from
      *>  the candidate master.
      *>  The statement is the candidate's, so its date and the
      *>  first-attempt stamps are shown in the candidate's own zone
      *>  (src/tzondata.cpy), named in the heading; the trail's
      *>  stamps are UTC.
      *>
      *>  A transcript is only produced for a candidate of the
      *>  selected tenant (src/ttendata.cpy): the home tenant, another
      *>  with TENANT=<tenant>, or any with TENANT=*.
      *>
      *>  Usage: transcr <candidate-id> [TENANT=<tenant>]
      *>  (run from the repo root)
      *>  Output: batch/transcript-<candidate-id>.txt. Control
      *>  records pass through unselected, the same way audquery
      *>  treats them; a status word (TIMEOUT and friends) in the
      *>  count columns grades as a failed attempt. A voided run
      *>  (batch/void-register.txt) is not an attempt at all.

       environment division.
       input-output section.
       file-control.
           copy taudfc.
           copy tvoidfc.
           copy tcatfc.
           copy tcanfc.
           copy tgrdfc.
           copy tzonfc.
           copy ttenfc.
           select transcript-file
               assign to dynamic transcript-file-path
               organization line sequential
       data division.
       file section.
           copy taudfd.
           copy tvoidfd.
           copy tcatfd.
           copy tcanfd.
           copy tgrdfd.
           copy tzonfd.
           copy ttenfd.
       fd  transcript-file.
       01  transcript-record pic x(132).
       fd  journal-file.

       working-storage section.
           copy tauddata.
           copy tvoiddata.
           copy tcatdata.
           copy tcandata.
           copy tgrddata.
           copy tzondata.
           copy ttendata.
       01  transcript-file-path   pic x(100).
       01  transcript-file-status pic x(2) value spaces.
      *>  journaled adjustments (adjmnt) apply on top of the raw
           88 journal-eof     value 'y'.

       01  trs-candidate-id   pic x(20).
       01  trs-cohort         pic x(10) value '(none)'.
       01  current-date-stamp pic x(21).
       01  statement-date     pic x(10).

              10 trk-best-pass   pic 9(6) value 0.
              10 trk-best-fail   pic 9(6) value 0.
              10 trk-best-set    pic x value 'n'.
              10 trk-best-pct    pic 9(3) value 0.
              10 trk-passed      pic x value 'n'.
              10 trk-pass-attempt pic 9(4) value 0.
              10 trk-adjusted    pic x value 'n'.
       01  cstd-found-switch  pic x value 'n'.
           88 cstd-found      value 'y'.

      *>  Course grade: the mean of the per-kata raw scores.
       01  course-score-sum   pic 9(6) value 0.
       01  course-raw-score   pic 9(3) value 0.
       01  run-pct            pic 9(3) value 0.

       01  selected-count     pic 9(6) value 0.
       01  count-display      pic z(3)9.
       01  count-display-2    pic z(3)9.
       01  statement-line     pic x(132).

       procedure division.
           accept ten-command-args from command-line
           move spaces to trs-candidate-id
           unstring ten-command-args delimited by all spaces
               into trs-candidate-id
           end-unstring
           if trs-candidate-id = spaces
                   or trs-candidate-id(1:7) = 'TENANT='
               display 'usage: transcr <candidate-id>'
                       ' [TENANT=<tenant>]'
               move 2 to return-code
               goback
           end-if
           move 'TRANSCR' to ten-program
           perform take-tenant-selection
           if ten-selection-bad
               move 2 to return-code
               goback
           end-if
           move trs-candidate-id to ten-lookup-candidate
           perform check-candidate-tenant
           if not ten-in-selection
               display '<TRANSCR-ERROR::> candidate '
                       function trim(trs-candidate-id)
                       ' is tenant '
                       function trim(ten-candidate-tenant)
                       '''s, not '
                       function trim(ten-selected-tenant)
                       '''s'
               move 2 to return-code
               goback
           end-if
           perform look-up-candidate-cohort
           move function current-date to current-date-stamp
           move current-date-stamp(1:14) to tzn-utc-ts
           perform utc-to-local
           string tzn-local-ts(1:4) '-'
                  tzn-local-ts(5:2) '-'
                  tzn-local-ts(7:2)
               delimited by size into statement-date
           perform load-catalog-table
           open input audit-file
               varying trk-index from 1 by 1
               until trk-index > trk-max
           perform write-category-standing
           perform write-course-grade
           close transcript-file
           move selected-count to count-display
           display '<TRANSCR::> ' function trim(count-display)
           end-read
           .

      *>  an id the master doesn't know is graded on the shop
      *>  default scale, uncurved, and reads times in the shop's
      *>  zone.
       look-up-candidate-cohort.
           move spaces to tzn-candidate-zone tzn-candidate-cohort
           open input candidate-file
           if candidate-file-status = '00'
               move trs-candidate-id to can-id
               read candidate-file
                   invalid key
                       continue
                   not invalid key
                       if can-cohort not = spaces
                           move can-cohort to trs-cohort
                       end-if
                       move can-zone to tzn-candidate-zone
                       move can-cohort to tzn-candidate-cohort
               end-read
               close candidate-file
           end-if
           perform resolve-reader-zone
           .

       read-next-audit-record.
           read audit-file
               at end
                           or aud-candidate-id-in(1:5) = '*TRL*'
                           or aud-candidate-id-in(1:5) = '*CFW*'
                           or aud-candidate-id-in(1:5) = '*PCL*'
                           or aud-candidate-id-in(1:5) = '*SAR*'
                       continue
                   else
                       if aud-candidate-id-in = trs-candidate-id
                           perform check-audit-detail-voided
                           if not detail-voided
                               perform accept-audit-detail
                           end-if
                       end-if
                   end-if
           end-read
               move aud-fail-count to trk-best-fail(trk-index)
               move 'y' to trk-best-set(trk-index)
           end-if
           move 0 to run-pct
           if aud-pass-count + aud-fail-count > 0
               compute run-pct = (aud-pass-count * 100)
                   / (aud-pass-count + aud-fail-count)
           end-if
           if run-pct > trk-best-pct(trk-index)
               move run-pct to trk-best-pct(trk-index)
           end-if
           if aud-fail-count = 0 and aud-pass-count > 0
               and trk-passed(trk-index) = 'n'
               move 'y' to trk-passed(trk-index)
                       if trk-found
                           if jnl-direction-in = 'GRANT   '
                               move 'y' to trk-passed(trk-index)
                               move 100 to trk-best-pct(trk-index)
                           else
                               move 'n' to trk-passed(trk-index)
                               move 0 to trk-pass-attempt(trk-index)
                               move 0 to trk-best-pct(trk-index)
                           end-if
                           move 'y' to trk-adjusted(trk-index)
                       end-if
           string 'GRADING TRANSCRIPT for '
                  function trim(trs-candidate-id)
                  '   statement date ' statement-date
                  '   times in ' function trim(tzn-reader-zone)
               delimited by size into statement-line
           write transcript-record from statement-line
           move all '-' to transcript-record
                  '    FIRST ATTEMPT  ATTEMPTS  BEST RESULT    '
                  'TO PASS'
               delimited by size into statement-line
           move 'RAW  FINAL  GRADE' to statement-line(109:17)
           write transcript-record from statement-line
           .

           move trk-kata(trk-index) to statement-line(1:20)
           move trk-difficulty(trk-index) to statement-line(22:10)
           move trk-category(trk-index) to statement-line(33:20)
           move trk-first-ts(trk-index) to tzn-utc-ts
           perform utc-to-local
           move tzn-local-ts to statement-line(54:14)
           move trk-attempts(trk-index) to count-display
           move count-display to statement-line(69:8)
           move spaces to statement-line(78:20)
           if trk-adjusted(trk-index) = 'y'
               move '*adj' to statement-line(103:4)
           end-if
           move trs-cohort to grade-cohort
           move trk-best-pct(trk-index) to grade-raw-score
           perform compute-final-grade
           move trk-best-pct(trk-index) to statement-line(109:3)
           move grade-final-score to statement-line(115:3)
           move grade-letter to statement-line(122:2)
           add trk-best-pct(trk-index) to course-score-sum
           write transcript-record from statement-line
           .

           write transcript-record from statement-line
           .

      *>  the curve named is the one in force for the cohort today
      *>  - the same one lmsexp exports the final grades under.
       write-course-grade.
           move spaces to transcript-record
           write transcript-record
           if trk-max = 0
               move 'COURSE GRADE: (no graded katas)'
                   to transcript-record
               write transcript-record
           else
               compute course-raw-score rounded =
                   course-score-sum / trk-max
               move trs-cohort to grade-cohort
               move course-raw-score to grade-raw-score
               perform compute-final-grade
               move trk-max to count-display
               move spaces to statement-line
               string 'COURSE GRADE (cohort '
                      function trim(trs-cohort) '):'
                      ' raw ' course-raw-score
                      ' (mean over ' function trim(count-display)
                      ' kata(s))   final ' grade-final-score
                      '   grade ' grade-letter
                   delimited by size into statement-line
               write transcript-record from statement-line
               move spaces to statement-line
               if grade-curve-method = 'NONE'
                   move '  no curve applied' to statement-line
               else
                   string '  curve ' function trim(grade-curve-method)
                          ' approved by '
                          function trim(grade-curve-approved-by)
                       delimited by size into statement-line
               end-if
               write transcript-record from statement-line
           end-if
           .

           copy tvoidhelp.
           copy tgrdhelp.
           copy tzonhelp.
           copy ttenhelp.

       end program transcr.
