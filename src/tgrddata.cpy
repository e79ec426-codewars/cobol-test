      *>  Letter grades and cohort curves. The grade scale
      *>  (batch/grade-scale.txt: cohort(10) min-score(3)
      *>  letter(2), '#' comment lines) maps a 0-100 score to a
      *>  letter; a cohort with rows of its own uses only those,
      *>  every other cohort the shop default rows (cohort '*').
      *>  The curve ledger (batch/grade-curves.txt) is appended by
      *>  curvmnt (batch/curve-maint.cbl), one record per curve
      *>  approved or withdrawn - cohort(10) timestamp(14)
      *>  method(8) target(3) shift(4, signed) raw-mean(3)
      *>  multiplier(6, 9v99999) approved-by(20) - and the last
      *>  record per cohort is the curve in force. SHIFT adds a
      *>  fixed number of points; TARGET scales by the multiplier
      *>  curvmnt worked out, when it was approved, to bring the
      *>  cohort's raw mean to the target; NONE withdraws the
      *>  curve. lmsexp, transcr and perclose load both
      *>  (src/tgrdhelp.cpy) and report the raw score beside the
      *>  curved final score and its letter.
       01  grade-scale-path   pic x(100)
                               value 'batch/grade-scale.txt'.
       01  grade-scale-status pic x(2) value spaces.
       01  grade-scale-eof-switch pic x value 'n'.
           88 grade-scale-eof value 'y'.
       01  grade-curve-path   pic x(100)
                               value 'batch/grade-curves.txt'.
       01  grade-curve-status pic x(2) value spaces.
       01  grade-curve-eof-switch pic x value 'n'.
           88 grade-curve-eof value 'y'.
       01  grade-loaded-switch pic x value 'n'.
           88 grade-tables-loaded value 'y'.

       01  gsc-max            pic 9(3) value 0.
       01  gsc-table.
           05 gsc-entry occurs 200 times.
              10 gsc-cohort    pic x(10).
              10 gsc-min-score pic 9(3).
              10 gsc-letter    pic x(2).
       01  gsc-index          pic 9(3) value 0.

       01  gcv-max            pic 9(3) value 0.
       01  gcv-table.
           05 gcv-entry occurs 100 times.
              10 gcv-cohort      pic x(10).
              10 gcv-timestamp   pic x(14).
              10 gcv-method      pic x(8).
              10 gcv-multiplier  pic 9v9(5).
              10 gcv-shift       pic s9(3).
              10 gcv-approved-by pic x(20).
       01  gcv-index          pic 9(3) value 0.
       01  gcv-found-switch   pic x value 'n'.
           88 gcv-found       value 'y'.

      *>  compute-final-grade: grade-cohort and grade-raw-score
      *>  in; grade-final-score, grade-letter and the curve that
      *>  was applied (grade-curve-method/-approved-by, NONE and
      *>  spaces when the cohort has none) out.
       01  grade-cohort       pic x(10) value spaces.
       01  grade-raw-score    pic 9(3) value 0.
       01  grade-final-score  pic 9(3) value 0.
       01  grade-letter       pic x(2) value spaces.
       01  grade-curve-method pic x(8) value spaces.
       01  grade-curve-approved-by pic x(20) value spaces.
       01  grade-work-score   pic s9(5)v9(5) value 0.
       01  grade-scale-cohort pic x(10) value spaces.
       01  grade-best-min     pic 9(3) value 0.
       01  grade-scale-switch pic x value 'n'.
           88 grade-scale-found value 'y'.
