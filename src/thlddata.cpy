      *>  Legal-hold register: one line-sequential record per hold
      *>  placed on a disputed candidate or a whole cohort -
      *>  id(12, L<yyyymmdd><nnn>) kind(8: CAND or COHORT)
      *>  subject(20) reason(40) placed-by(8) placed(8 yyyymmdd)
      *>  released-by(8) released(8 yyyymmdd, blank while the hold
      *>  stands). Kept by batch/legal-hold.cbl (lglhold). A hold is
      *>  in force from the day it is placed up to, not including,
      *>  the day it is released; a cohort hold holds every
      *>  candidate the candidate master has in the cohort.
      *>
      *>  Every deletion path - the candidate purge, the audit
      *>  trim (audcons), generation pruning, the scratch sweep,
      *>  forensics cleanup and backup rotation - asks first and
      *>  keeps a held candidate's data, logging a "retained under
      *>  hold" line to batch/legal-hold-log.txt: stamp(14)
      *>  path(8) candidate(20) hold id(12) program(8) detail(60).
      *>  batch/legal-hold.sh asks the same questions for the shell
      *>  side; batch/hold-report.cbl lists everything frozen.
       01  legal-hold-path    pic x(100)
                               value 'batch/legal-holds.txt'.
       01  legal-hold-status  pic x(2) value spaces.
       01  legal-hold-eof-switch pic x value 'n'.
           88 legal-hold-eof  value 'y'.
       01  legal-holds-loaded-switch pic x value 'n'.
           88 legal-holds-loaded value 'y'.
       01  hold-log-path      pic x(100)
                               value 'batch/legal-hold-log.txt'.
       01  hold-log-status    pic x(2) value spaces.
       01  hold-log-eof-switch pic x value 'n'.
           88 hold-log-eof    value 'y'.

      *>  The holds on the register, and whether each is in force
      *>  today.
       01  lhd-max            pic 9(3) value 0.
       01  lhd-table.
           05 lhd-entry occurs 200 times.
              10 lhd-id          pic x(12).
              10 lhd-kind        pic x(8).
              10 lhd-subject     pic x(20).
              10 lhd-reason      pic x(40).
              10 lhd-placed-by   pic x(8).
              10 lhd-placed      pic x(8).
              10 lhd-released-by pic x(8).
              10 lhd-released    pic x(8).
              10 lhd-force-switch pic x.
                 88 lhd-in-force value 'y'.
       01  lhd-index          pic 9(3) value 0.
       01  lhd-cohort-holds   pic 9(3) value 0.
       01  hold-today         pic x(8) value spaces.
       01  hold-date-stamp    pic x(21).

      *>  Every candidate held today, with the hold that holds
      *>  them (a candidate under two holds is under the first).
       01  hcd-max            pic 9(4) value 0.
       01  hcd-table.
           05 hcd-entry occurs 1000 times.
              10 hcd-candidate  pic x(20).
              10 hcd-hold-index pic 9(3).
       01  hcd-index          pic 9(4) value 0.

      *>  check-candidate-held: hld-lookup-candidate in; hld-held
      *>  with the hold's id and reason out.
       01  hld-lookup-candidate pic x(20) value spaces.
       01  hld-asked-candidate pic x(20) value spaces.
       01  hld-held-switch    pic x value 'n'.
           88 hld-held        value 'y'.
       01  hld-id-result      pic x(12) value spaces.
       01  hld-reason-result  pic x(40) value spaces.

      *>  note-retained-under-hold: the deletion path, the program
      *>  and a line of detail in, after check-candidate-held has
      *>  found the hold.
       01  hld-log-path-code  pic x(8) value spaces.
       01  hld-log-program    pic x(8) value spaces.
       01  hld-log-detail     pic x(60) value spaces.
