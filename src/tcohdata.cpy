      *>  Cohort master file: one line-sequential record per class
      *>  intake - id(10) name(30) start-date(8) status(8) zone(8)
      *>  (src/tzondata.cpy, blank for the shop's) tenant(8)
      *>  (src/ttendata.cpy, blank for the home tenant) - keyed by
      *>  the same cohort id can-cohort carries on the candidate
      *>  master, maintained by batch/cohort-maint.cbl. OPEN cohorts
      *>  accept enrollments; CLOSED cohorts keep their history but
       01  coh-name           pic x(30).
       01  coh-start-date     pic x(8).
       01  coh-status         pic x(8).
       01  coh-zone           pic x(8).

      *>  Candidate-to-cohort map, loaded from the candidate
      *>  master by the reports that group on cohort (candscore,
           05 cmap-entry occurs 100 times.
              10 cmap-cand-id pic x(20).
              10 cmap-cohort  pic x(10).
              10 cmap-zone    pic x(8).
       01  cmap-index         pic 9(3) value 0.
       01  cmap-found-switch  pic x value 'n'.
           88 cmap-found      value 'y'.
       01  cmap-lookup-id     pic x(20) value spaces.
       01  cmap-cohort-result pic x(10) value spaces.
      *>  the candidate's own zone (can-zone), for the readers that
      *>  show or compare times in it (src/tzondata.cpy)
       01  cmap-zone-result   pic x(8) value spaces.
