      *>  Control-file change register: one line-sequential record
      *>  per change request against a hand-kept control file -
      *>  id(12, C<yyyymmdd><nnn>) file code(8) action(8: ADD,
      *>  CHANGE, DELETE) status(8) requester(8) requested(14)
      *>  approver(8) approved(14) effective(8 yyyymmdd) applied(14)
      *>  row number(4) before image(132) after image(132).
      *>  Status runs PENDING -> APPROVED (or REJECTED) -> APPLIED;
      *>  CONFLICT when the before image was no longer in the file
      *>  by the time the change fell due (somebody edited it by
      *>  hand). The row number is the line of the file the change
      *>  landed on, so batch/control-history.cbl can unwind applied
      *>  changes back to any point in time. Kept by
      *>  batch/control-change.cbl.
       01  change-register-path pic x(100)
                                 value 'batch/change-requests.txt'.
       01  change-register-status pic x(2) value spaces.
       01  change-register-eof-switch pic x value 'n'.
           88 change-register-eof value 'y'.

      *>  The control files under change control, by file code.
       01  ctlf-names.
           05 filler pic x(48)
              value 'SCHEDULE batch/schedule.txt'.
           05 filler pic x(48)
              value 'POLICY   batch/grading-policy.txt'.
           05 filler pic x(48)
              value 'SLA      batch/sla-commitments.txt'.
           05 filler pic x(48)
              value 'CALENDAR batch/assignment-calendar.txt'.
           05 filler pic x(48)
              value 'INDIVID  batch/individualization-rules.txt'.
           05 filler pic x(48)
              value 'RUBRIC   batch/quality-rubric.txt'.
           05 filler pic x(48)
              value 'OPERATOR batch/operator-registry.txt'.
           05 filler pic x(48)
              value 'CAPACITY batch/capacity-limits.txt'.
           05 filler pic x(48)
              value 'BUSCAL   batch/business-calendar.txt'.
           05 filler pic x(48)
              value 'ZONES    batch/time-zones.txt'.
           05 filler pic x(48)
              value 'TENANTS  batch/tenants.txt'.
           05 filler pic x(48)
              value 'GRADES   batch/grade-scale.txt'.
           05 filler pic x(48)
              value 'STANDING batch/standing-rules.txt'.
           05 filler pic x(48)
              value 'CERT     batch/cert-thresholds.txt'.
           05 filler pic x(48)
              value 'HINT     batch/hint-thresholds.txt'.
           05 filler pic x(48)
              value 'MISCONC  batch/misconception-rules.txt'.
           05 filler pic x(48)
              value 'MASKING  batch/masking-profiles.txt'.
           05 filler pic x(48)
              value 'INSTRUCT batch/instructor-registry.txt'.
           05 filler pic x(48)
              value 'DISTRIB  batch/distribution-list.txt'.
       01  ctlf-table redefines ctlf-names.
           05 ctlf-entry occurs 19 times.
              10 ctlf-code    pic x(8).
              10 ctlf-filler  pic x.
              10 ctlf-path    pic x(39).
       01  ctlf-max           pic 9(2) value 19.
       01  ctlf-index         pic 9(2) value 0.
       01  ctlf-found-switch  pic x value 'n'.
           88 ctlf-found      value 'y'.
       01  control-file-code  pic x(8) value spaces.
       01  control-file-path  pic x(100) value spaces.
       01  control-file-status pic x(2) value spaces.
       01  control-eof-switch pic x value 'n'.
           88 control-eof     value 'y'.

      *>  The register and one control file, held whole.
       01  ccr-max            pic 9(4) value 0.
       01  ccr-table.
           05 ccr-row occurs 2000 times pic x(370).
       01  ccr-index          pic 9(4) value 0.
       01  ccr-full-switch    pic x value 'n'.
           88 ccr-full        value 'y'.
       01  ctlr-max           pic 9(3) value 0.
       01  ctlr-table.
           05 ctlr-row occurs 500 times pic x(132).
       01  ctlr-index         pic 9(3) value 0.
       01  ctlr-full-switch   pic x value 'n'.
           88 ctlr-full       value 'y'.
