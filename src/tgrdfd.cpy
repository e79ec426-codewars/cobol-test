       fd  grade-scale-file.
       01  grade-scale-record.
           05 gsc-cohort-in      pic x(10).
           05 gsc-min-score-in   pic x(3).
           05 gsc-letter-in      pic x(2).
           05 filler             pic x(65).
       fd  grade-curve-file.
       01  grade-curve-record.
           05 gcv-cohort-in      pic x(10).
           05 gcv-timestamp-in   pic x(14).
           05 gcv-method-in      pic x(8).
           05 gcv-target-in      pic 9(3).
           05 gcv-shift-in       pic x(4).
           05 gcv-raw-mean-in    pic 9(3).
           05 gcv-multiplier-in  pic 9v9(5).
           05 gcv-approved-by-in pic x(20).
