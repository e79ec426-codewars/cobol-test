      *>  Grade scale and curve loading and the final-grade
      *>  computation (see the note in src/tgrddata.cpy). Move the
      *>  cohort and the raw 0-100 score to grade-cohort and
      *>  grade-raw-score and perform compute-final-grade: the
      *>  cohort's curve in force is applied (the result clamped to
      *>  0-100 and rounded) and the letter looked up on the
      *>  cohort's scale, or the shop default scale. The tables
      *>  load on first use; a missing ledger curves nothing, a
      *>  missing scale letters nothing ('--').
      *>  needs tgrddata and tgrdfc/tgrdfd in the same program.
       load-grade-tables.
           set grade-tables-loaded to true
           open input grade-scale-file
           if grade-scale-status = '00'
               perform read-next-grade-scale-row
                   until grade-scale-eof
               close grade-scale-file
           end-if
           open input grade-curve-file
           if grade-curve-status = '00'
               perform read-next-grade-curve until grade-curve-eof
               close grade-curve-file
           end-if
           .

       read-next-grade-scale-row.
           read grade-scale-file
               at end
                   set grade-scale-eof to true
               not at end
                   if grade-scale-record(1:1) not = '#'
                           and grade-scale-record not = spaces
                           and function test-numval(gsc-min-score-in)
                               = 0
                           and gsc-max < 200
                       add 1 to gsc-max
                       move gsc-cohort-in to gsc-cohort(gsc-max)
                       compute gsc-min-score(gsc-max) =
                           function numval(gsc-min-score-in)
                       move gsc-letter-in to gsc-letter(gsc-max)
                   end-if
           end-read
           .

      *>  the ledger is in approval order, so a later record for
      *>  a cohort replaces the one already held.
       read-next-grade-curve.
           read grade-curve-file
               at end
                   set grade-curve-eof to true
               not at end
                   perform find-cohort-curve-entry
                   if not gcv-found and gcv-max < 100
                       add 1 to gcv-max
                       move gcv-max to gcv-index
                       set gcv-found to true
                   end-if
                   if gcv-found
                       move gcv-cohort-in to gcv-cohort(gcv-index)
                       move gcv-timestamp-in
                           to gcv-timestamp(gcv-index)
                       move gcv-method-in to gcv-method(gcv-index)
                       move gcv-multiplier-in
                           to gcv-multiplier(gcv-index)
                       move 0 to gcv-shift(gcv-index)
                       if function test-numval(gcv-shift-in) = 0
                           compute gcv-shift(gcv-index) =
                               function numval(gcv-shift-in)
                       end-if
                       move gcv-approved-by-in
                           to gcv-approved-by(gcv-index)
                   end-if
           end-read
           .

       find-cohort-curve-entry.
           move 'n' to gcv-found-switch
           move 1 to gcv-index
           perform test before
               until gcv-index > gcv-max or gcv-found
               if gcv-cohort(gcv-index) = gcv-cohort-in
                   set gcv-found to true
               else
                   add 1 to gcv-index
               end-if
           end-perform
           .

       compute-final-grade.
           if not grade-tables-loaded
               perform load-grade-tables
           end-if
           move grade-cohort to gcv-cohort-in
           perform find-cohort-curve-entry
           move grade-raw-score to grade-work-score
           move 'NONE' to grade-curve-method
           move spaces to grade-curve-approved-by
           if gcv-found
               and gcv-method(gcv-index) not = 'NONE'
               compute grade-work-score =
                   grade-raw-score * gcv-multiplier(gcv-index)
                   + gcv-shift(gcv-index)
               move gcv-method(gcv-index) to grade-curve-method
               move gcv-approved-by(gcv-index)
                   to grade-curve-approved-by
           end-if
           if grade-work-score < 0
               move 0 to grade-work-score
           end-if
           if grade-work-score > 100
               move 100 to grade-work-score
           end-if
           compute grade-final-score rounded = grade-work-score
           perform look-up-grade-letter
           .

       look-up-grade-letter.
           move '*' to grade-scale-cohort
           perform varying gsc-index from 1 by 1
                   until gsc-index > gsc-max
               if gsc-cohort(gsc-index) = grade-cohort
                   move grade-cohort to grade-scale-cohort
               end-if
           end-perform
           move '--' to grade-letter
           move 'n' to grade-scale-switch
           move 0 to grade-best-min
           perform varying gsc-index from 1 by 1
                   until gsc-index > gsc-max
               if gsc-cohort(gsc-index) = grade-scale-cohort
                   and gsc-min-score(gsc-index) <= grade-final-score
                   and (not grade-scale-found
                       or gsc-min-score(gsc-index) > grade-best-min)
                   move gsc-min-score(gsc-index) to grade-best-min
                   move gsc-letter(gsc-index) to grade-letter
                   set grade-scale-found to true
               end-if
           end-perform
           .
