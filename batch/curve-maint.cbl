       program-id. curvmnt.

      *>  Cohort grade-curve maintenance. A curve changes every
      *>  final grade in a cohort, so it is never applied by editing
      *>  a report: it is approved, by name, through this program,
      *>  and recorded on the curve ledger (batch/grade-curves.txt,
      *>  src/tgrddata.cpy) that lmsexp, transcr and perclose grade
      *>  from. Reads a transaction file
      *>  (batch/grade-curve-input.txt by default; repoint
      *>  maint-input-path before the OPEN to run a different deck)
      *>  of fixed-width records - action(8) cohort(10) method(8)
      *>  value(4) approved-by(20):
      *>
      *>    CURVE     put a curve in force for the cohort, replacing
      *>              any earlier one:
      *>                SHIFT   value is the signed points added to
      *>                        every score (-050 to +050)
      *>                TARGET  value is the mean (001-100) the
      *>                        cohort's raw scores are scaled to
      *>    REMOVE    withdraw the cohort's curve (method and value
      *>              ignored)
      *>
      *>  For TARGET the cohort's raw mean - the mean best-run score
      *>  over every candidate/kata pair of the cohort, worked out
      *>  the way lmsexp scores a pair (voided runs out, the
      *>  adjustments journal applied) - is taken now, and the
      *>  multiplier that brings it to the target is what the ledger
      *>  records, so the curve stays the one that was approved
      *>  however the cohort's scores move afterwards. Nothing is
      *>  ever rewritten: every applied transaction appends one
      *>  ledger record with the approver and a timestamp, and is
      *>  echoed with the record image; anything rejected is
      *>  reported and skipped, and the run ends with a nonzero
      *>  return code so the job stream notices.

       environment division.
       input-output section.
       file-control.
           copy tgrdfc.
           copy tcohfc.
           copy taudfc.
           copy tvoidfc.
           copy tcanfc.
           select journal-file assign to dynamic journal-file-path
               organization line sequential
               file status journal-file-status.
           select maint-input-file assign to dynamic maint-input-path
               organization line sequential
               file status maint-input-status.

       data division.
       file section.
           copy tgrdfd.
           copy tcohfd.
           copy taudfd.
           copy tvoidfd.
           copy tcanfd.
       fd  journal-file.
       01  journal-record.
           05 jnl-candidate-in  pic x(20).
           05 jnl-kata-in       pic x(20).
           05 jnl-direction-in  pic x(8).
           05 jnl-reason-in     pic x(8).
           05 jnl-instructor-in pic x(20).
           05 jnl-posted-in     pic x(8).
       fd  maint-input-file.
       01  maint-input-record.
           05 mnt-action-in      pic x(8).
           05 mnt-cohort-in      pic x(10).
           05 mnt-method-in      pic x(8).
           05 mnt-value-in       pic x(4).
           05 mnt-approved-by-in pic x(20).

       working-storage section.
           copy tgrddata.
           copy tcohdata.
           copy tauddata.
           copy tvoiddata.
           copy tcandata.
       01  journal-file-path  pic x(100)
                               value 'batch/adjustments-journal.txt'.
       01  journal-file-status pic x(2) value spaces.
       01  journal-eof-switch pic x value 'n'.
           88 journal-eof     value 'y'.
       01  maint-input-path   pic x(100)
                               value 'batch/grade-curve-input.txt'.
       01  maint-input-status pic x(2) value spaces.
       01  maint-eof-switch   pic x value 'n'.
           88 maint-eof       value 'y'.
       01  maint-error-count  pic 9(4) value 0.
       01  maint-applied-count pic 9(4) value 0.
       01  current-date-stamp pic x(21).

      *>  Cohort ids off the cohort master: a curve is for a
      *>  real intake.
       01  tch-max            pic 9(3) value 0.
       01  tch-table.
           05 tch-id occurs 50 times pic x(10).
       01  tch-index          pic 9(3) value 0.
       01  tch-found-switch   pic x value 'n'.
           88 tch-found       value 'y'.

      *>  Best-run score per candidate/kata pair, built the first
      *>  time a TARGET curve needs a cohort's raw mean.
       01  pairs-loaded-switch pic x value 'n'.
           88 pairs-loaded    value 'y'.
       01  pair-max           pic 9(3) value 0.
       01  pair-table.
           05 pair-entry occurs 400 times.
              10 pair-candidate pic x(20).
              10 pair-kata      pic x(20).
              10 pair-cohort    pic x(10).
              10 pair-best-pct  pic 9(3).
       01  pair-index         pic 9(3) value 0.
       01  pair-found-switch  pic x value 'n'.
           88 pair-found      value 'y'.
       01  pair-run-pct       pic 9(3) value 0.

       01  mnt-valid-switch   pic x value 'y'.
           88 mnt-valid       value 'y'.
       01  mnt-value          pic s9(3) value 0.
       01  cohort-pair-count  pic 9(4) value 0.
       01  cohort-score-sum   pic 9(7) value 0.
       01  cohort-multiplier  pic 9(3)v9(5) value 0.

       procedure division.
           move function current-date to current-date-stamp
           perform load-cohort-ids
           open input maint-input-file
           if maint-input-status not = '00'
               display '<CURVMNT-ERROR::> cannot open '
                       function trim(maint-input-path)
               move 1 to return-code
               goback
           end-if
           open extend grade-curve-file
           if grade-curve-status not = '00'
               open output grade-curve-file
           end-if
           if grade-curve-status not = '00'
               display '<CURVMNT-ERROR::> cannot write '
                       function trim(grade-curve-path)
               close maint-input-file
               move 1 to return-code
               goback
           end-if
           perform read-next-maint-record until maint-eof
           close maint-input-file
           close grade-curve-file
           display '<CURVMNT::> applied ' maint-applied-count
                   ' transaction(s), ' maint-error-count ' error(s)'
           if maint-error-count > 0
               move 1 to return-code
           end-if
           goback.

       load-cohort-ids.
           open input cohort-file
           if cohort-file-status = '00'
               perform load-next-cohort-id until cohort-eof
               close cohort-file
           end-if
           .

       load-next-cohort-id.
           read cohort-file
               at end
                   set cohort-eof to true
               not at end
                   if tch-max < 50
                       add 1 to tch-max
                       move coh-id-in to tch-id(tch-max)
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
           evaluate mnt-action-in
               when 'CURVE   '
                   perform add-curve-record
               when 'REMOVE  '
                   perform remove-curve-record
               when other
                   display '<CURVMNT-ERROR::> unknown action '
                           mnt-action-in ' for ' mnt-cohort-in
                   add 1 to maint-error-count
           end-evaluate
           .

      *>  Every transaction names a cohort the cohort master knows
      *>  and who approved it. Each problem is reported on its own
      *>  so one pass over the deck shows everything to fix.
       validate-curve-request.
           move 'y' to mnt-valid-switch
           move 'n' to tch-found-switch
           perform varying tch-index from 1 by 1
                   until tch-index > tch-max
               if tch-id(tch-index) = mnt-cohort-in
                   set tch-found to true
               end-if
           end-perform
           if not tch-found
               display '<CURVMNT-ERROR::> cohort ' mnt-cohort-in
                       ' not on the cohort master'
               move 'n' to mnt-valid-switch
           end-if
           if mnt-approved-by-in = spaces
               display '<CURVMNT-ERROR::> curve for ' mnt-cohort-in
                       ' has no approver'
               move 'n' to mnt-valid-switch
           end-if
           .

       validate-curve-value.
           move 0 to mnt-value
           if function test-numval(mnt-value-in) not = 0
               display '<CURVMNT-ERROR::> curve for ' mnt-cohort-in
                       ' value ' mnt-value-in ' is not a number'
               move 'n' to mnt-valid-switch
           else
               compute mnt-value = function numval(mnt-value-in)
               evaluate mnt-method-in
                   when 'SHIFT   '
                       if mnt-value < -50 or mnt-value > 50
                               or mnt-value = 0
                           display '<CURVMNT-ERROR::> SHIFT for '
                                   mnt-cohort-in ' must be -050 to'
                                   ' +050 points, not zero'
                           move 'n' to mnt-valid-switch
                       end-if
                   when 'TARGET  '
                       if mnt-value < 1 or mnt-value > 100
                           display '<CURVMNT-ERROR::> TARGET for '
                                   mnt-cohort-in ' must be a mean'
                                   ' of 001 to 100'
                           move 'n' to mnt-valid-switch
                       end-if
                   when other
                       display '<CURVMNT-ERROR::> unknown curve'
                               ' method ' mnt-method-in ' for '
                               mnt-cohort-in
                       move 'n' to mnt-valid-switch
               end-evaluate
           end-if
           .

       add-curve-record.
           perform validate-curve-request
           perform validate-curve-value
           if mnt-valid and mnt-method-in = 'TARGET  '
               perform compute-cohort-raw-mean
               if cohort-pair-count = 0 or cohort-score-sum = 0
                   display '<CURVMNT-ERROR::> cohort ' mnt-cohort-in
                           ' has no graded scores to scale'
                   move 'n' to mnt-valid-switch
               end-if
           end-if
           if not mnt-valid
               add 1 to maint-error-count
           else
               move spaces to grade-curve-record
               move mnt-cohort-in to gcv-cohort-in
               move current-date-stamp(1:14) to gcv-timestamp-in
               move mnt-method-in to gcv-method-in
               move mnt-approved-by-in to gcv-approved-by-in
               move 0 to gcv-target-in gcv-raw-mean-in
               if mnt-method-in = 'SHIFT   '
                   move 1 to gcv-multiplier-in
                   move mnt-value-in to gcv-shift-in
               else
                   move mnt-value to gcv-target-in
                   compute gcv-raw-mean-in rounded =
                       cohort-score-sum / cohort-pair-count
                   compute cohort-multiplier rounded =
                       (mnt-value * cohort-pair-count)
                       / cohort-score-sum
                   if cohort-multiplier > 9.99999
                       move 9.99999 to cohort-multiplier
                   end-if
                   move cohort-multiplier to gcv-multiplier-in
                   move '+000' to gcv-shift-in
               end-if
               perform write-curve-record
           end-if
           .

       remove-curve-record.
           perform validate-curve-request
           if mnt-valid
               move mnt-cohort-in to grade-cohort
               perform look-up-curve-in-force
               if not gcv-found
                   or gcv-method(gcv-index) = 'NONE'
                   display '<CURVMNT-ERROR::> cohort ' mnt-cohort-in
                           ' has no curve in force to remove'
                   move 'n' to mnt-valid-switch
               end-if
           end-if
           if not mnt-valid
               add 1 to maint-error-count
           else
               move spaces to grade-curve-record
               move mnt-cohort-in to gcv-cohort-in
               move current-date-stamp(1:14) to gcv-timestamp-in
               move 'NONE' to gcv-method-in
               move 0 to gcv-target-in gcv-raw-mean-in
               move 1 to gcv-multiplier-in
               move '+000' to gcv-shift-in
               move mnt-approved-by-in to gcv-approved-by-in
               perform write-curve-record
           end-if
           .

      *>  The ledger is open for append, so the curve in force is
      *>  read from what this run loaded at its first REMOVE plus
      *>  the records it has written since.
       look-up-curve-in-force.
           if not grade-tables-loaded
               close grade-curve-file
               perform load-grade-tables
               open extend grade-curve-file
           end-if
           move grade-cohort to gcv-cohort-in
           perform find-cohort-curve-entry
           .

       write-curve-record.
           display '<CURVMNT::> recorded ' grade-curve-record
           if grade-tables-loaded
               perform note-curve-in-force
           end-if
           write grade-curve-record
           add 1 to maint-applied-count
           .

       note-curve-in-force.
           perform find-cohort-curve-entry
           if not gcv-found and gcv-max < 100
               add 1 to gcv-max
               move gcv-max to gcv-index
               set gcv-found to true
           end-if
           if gcv-found
               move gcv-cohort-in to gcv-cohort(gcv-index)
               move gcv-method-in to gcv-method(gcv-index)
           end-if
           .

       compute-cohort-raw-mean.
           if not pairs-loaded
               perform load-pair-scores
           end-if
           move 0 to cohort-pair-count cohort-score-sum
           perform varying pair-index from 1 by 1
                   until pair-index > pair-max
               if pair-cohort(pair-index) = mnt-cohort-in
                   add 1 to cohort-pair-count
                   add pair-best-pct(pair-index) to cohort-score-sum
               end-if
           end-perform
           .

       load-pair-scores.
           set pairs-loaded to true
           perform load-candidate-cohort-map
           open input audit-file
           if audit-file-status = '00'
               perform read-next-audit-record until audit-eof
               close audit-file
           end-if
           open input journal-file
           if journal-file-status = '00'
               perform read-next-journal-entry until journal-eof
               close journal-file
           end-if
           .

       load-candidate-cohort-map.
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
                   if cmap-max < 100
                       add 1 to cmap-max
                       move can-id to cmap-cand-id(cmap-max)
                       move can-cohort to cmap-cohort(cmap-max)
                   end-if
           end-read
           .

       look-up-candidate-cohort.
           move '(none)' to cmap-cohort-result
           move 'n' to cmap-found-switch
           move 1 to cmap-index
           perform test before
               until cmap-index > cmap-max or cmap-found
               if cmap-cand-id(cmap-index) = cmap-lookup-id
                   set cmap-found to true
               else
                   add 1 to cmap-index
               end-if
           end-perform
           if cmap-found
               and cmap-cohort(cmap-index) not = spaces
               move cmap-cohort(cmap-index) to cmap-cohort-result
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
                           perform accept-audit-detail
                       end-if
                   end-if
           end-read
           .

       accept-audit-detail.
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
               move 1 to aud-fail-count
           end-if
           move 0 to pair-run-pct
           if aud-pass-count + aud-fail-count > 0
               compute pair-run-pct =
                   (aud-pass-count * 100)
                   / (aud-pass-count + aud-fail-count)
           end-if
           perform find-pair-entry
           if pair-found
               if pair-run-pct > pair-best-pct(pair-index)
                   move pair-run-pct to pair-best-pct(pair-index)
               end-if
           end-if
           .

       find-pair-entry.
           move 'n' to pair-found-switch
           move 1 to pair-index
           perform test before
               until pair-index > pair-max or pair-found
               if pair-candidate(pair-index) = aud-candidate-id-in
                   and pair-kata(pair-index) = aud-kata-name-in
                   set pair-found to true
               else
                   add 1 to pair-index
               end-if
           end-perform
           if not pair-found and pair-max < 400
               add 1 to pair-max
               move pair-max to pair-index
               move aud-candidate-id-in to pair-candidate(pair-index)
               move aud-kata-name-in to pair-kata(pair-index)
               move aud-candidate-id-in to cmap-lookup-id
               perform look-up-candidate-cohort
               move cmap-cohort-result to pair-cohort(pair-index)
               move 0 to pair-best-pct(pair-index)
               set pair-found to true
           end-if
           .

       read-next-journal-entry.
           read journal-file
               at end
                   set journal-eof to true
               not at end
                   move jnl-candidate-in to aud-candidate-id-in
                   move jnl-kata-in to aud-kata-name-in
                   perform find-pair-entry
                   if pair-found
                       if jnl-direction-in = 'GRANT   '
                           move 100 to pair-best-pct(pair-index)
                       else
                           move 0 to pair-best-pct(pair-index)
                       end-if
                   end-if
           end-read
           .

           copy tvoidhelp.
           copy tgrdhelp.

       end program curvmnt.
