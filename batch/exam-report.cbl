      *>  outside the window flagged OUT-OF-WINDOW so it can never
      *>  quietly count.
      *>
      *>  Where the exam is sat in booked sessions
      *>  (batch/exam-sessions.txt and batch/exam-bookings.txt,
      *>  src/tbkgdata.cpy) the statement closes with a booking
      *>  reconciliation: every booking on the exam's sessions (or on
      *>  the one session named) against whether the candidate sat
      *>  inside that session's window - SAT, DID-NOT-SIT for a
      *>  confirmed seat nobody used and exambkg has not yet marked
      *>  NO-SHOW, and the sittings no confirmed seat accounts for:
      *>  a waitlisted or cancelled candidate who sat anyway, one
      *>  marked NO-SHOW who did sit, and UNBOOKED sittings by
      *>  candidates with no booking at all. A session named on the
      *>  command line also narrows the window to that session's.
      *>
      *>  Each candidate is held to the window's close and, where
      *>  the exam sets per-candidate minutes, to that many minutes
      *>  from the open of the session they are booked on (the
      *>  window's open otherwise); a record past the minutes but
      *>  inside the window is flagged OVER-TIME and not counted.
      *>  A TIME accommodation in effect on the exam date
      *>  (src/taccdata.cpy) stretches both by its factor, and the
      *>  statement lists each accommodated candidate's adjusted
      *>  limits with the applications the queue drain logged for
      *>  this exam and its katas.
      *>  The window is wall-clock time in each candidate's own zone
      *>  (src/tzondata.cpy), so a detail is held to it by its local
      *>  stamp (aud-local-ts-in); details from before the local
      *>  stamp are held to it by their UTC one, as they always were.
      *>
      *>  Only the selected tenant's sittings and bookings are
      *>  sealed (src/ttendata.cpy): the home tenant's, another's
      *>  with TENANT=<tenant>, or every tenant's with TENANT=*,
      *>  which is how run-all-katas.sh seals an exam-mode batch.
      *>
      *>  Usage: examrpt <exam-id> [session-id] [TENANT=<tenant>]
      *>  (run from the repo root; run-all-katas.sh runs it at the
      *>  end of an exam-mode batch)
      *>  Output: batch/exam-results-<exam-id>.txt

       environment division.
       input-output section.
       file-control.
           copy taudfc.
           copy tbkgfc.
           copy taccfc.
           copy ttenfc.
           copy tvoidfc.
           select exam-defs-file assign to dynamic exam-defs-path
               organization line sequential
               file status exam-defs-status.
       data division.
       file section.
           copy taudfd.
           copy tbkgfd.
           copy taccfd.
           copy ttenfd.
           copy tvoidfd.
       fd  exam-defs-file.
       01  exam-defs-record.
           05 exd-exam-id-in pic x(12).

       working-storage section.
           copy tauddata.
           copy tbkgdata.
           copy taccdata.
           copy ttendata.
           copy tvoiddata.
       01  exam-defs-path     pic x(100)
                               value 'batch/exam-definitions.txt'.
       01  exam-defs-status   pic x(2) value spaces.
       01  exam-report-path   pic x(100).
       01  exam-report-status pic x(2) value spaces.

       01  exr-arguments      pic x(80) value spaces.
       01  exr-exam-id        pic x(12) value spaces.
       01  exr-session-id     pic x(12) value spaces.
       01  exr-open-ts        pic x(14) value spaces.
       01  sitting-ts         pic x(14) value spaces.
       01  exr-close-ts       pic x(14) value spaces.
       01  exr-minutes        pic 9(4) value 0.
       01  exr-open-seconds   pic 9(12) value 0.
       01  exr-close-seconds  pic 9(12) value 0.
       01  exr-window-switch  pic x value 'n'.
           88 exr-window-numeric value 'y'.

      *>  The limits one candidate is held to (set-candidate-
      *>  limits): the window close, stretched by a TIME
      *>  accommodation, and the earlier cutoff the per-candidate
      *>  minutes impose.
       01  lim-close-ts       pic x(14) value spaces.
       01  lim-cutoff-ts      pic x(14) value spaces.
       01  lim-start-ts       pic x(14) value spaces.
       01  lim-minutes        pic 9(5) value 0.
       01  lim-start-seconds  pic 9(12) value 0.

      *>  Timestamp (yyyymmddhhmmss) to and from seconds since day
      *>  one of the integer-of-date calendar.
       01  tsc-timestamp      pic x(14) value spaces.
       01  tsc-seconds        pic 9(12) value 0.
       01  tsc-days           pic 9(7) value 0.
       01  tsc-date           pic 9(8) value 0.
       01  tsc-remainder      pic 9(5) value 0.
       01  tsc-hours          pic 9(2) value 0.
       01  tsc-minutes        pic 9(2) value 0.
       01  tsc-secs           pic 9(2) value 0.

      *>  Candidates held to accommodated limits in this exam.
       01  acr-max            pic 9(3) value 0.
       01  acr-table.
           05 acr-entry occurs 100 times.
              10 acr-candidate   pic x(20).
              10 acr-factor      pic 9(2)v9(2).
              10 acr-approved-by pic x(20).
              10 acr-close       pic x(14).
              10 acr-minutes     pic 9(5).
       01  acr-index          pic 9(3) value 0.
       01  acr-found-switch   pic x value 'n'.
           88 acr-found       value 'y'.
       01  acr-latest-close   pic x(14) value spaces.
       01  acl-count          pic 9(4) value 0.
       01  factor-display     pic z9.99.
       01  minutes-display    pic z(4)9.
       01  line-length        pic 9(3) value 0.

       01  exk-max            pic 9(2) value 0.
       01  exk-table.
       01  sit-found-switch   pic x value 'n'.
           88 sit-found       value 'y'.

      *>  The exam's sessions (or the one named) and their
      *>  bookings, each flagged when its candidate sat an exam kata
      *>  inside the session's window.
       01  ses-max            pic 9(3) value 0.
       01  ses-table.
           05 ses-entry occurs 50 times.
              10 ses-id        pic x(12).
              10 ses-open      pic x(14).
              10 ses-close     pic x(14).
       01  ses-index          pic 9(3) value 0.
       01  bkr-max            pic 9(4) value 0.
       01  bkr-table.
           05 bkr-entry occurs 1000 times.
              10 bkr-session   pic x(12).
              10 bkr-candidate pic x(20).
              10 bkr-status    pic x(10).
              10 bkr-ses-index pic 9(3).
              10 bkr-sat       pic x.
       01  bkr-index          pic 9(4) value 0.
       01  bkr-found-switch   pic x value 'n'.
           88 bkr-found       value 'y'.
       01  bkr-outcome        pic x(20).
       01  reconcile-sat      pic 9(4) value 0.
       01  reconcile-exceptions pic 9(4) value 0.

       01  out-of-window-count pic 9(4) value 0.
       01  over-time-count    pic 9(4) value 0.
       01  count-display      pic z(3)9.
       01  report-line        pic x(132).

       procedure division.
           accept exr-arguments from command-line
           unstring exr-arguments delimited by all spaces
               into exr-exam-id exr-session-id
           end-unstring
           if exr-session-id(1:7) = 'TENANT='
               move spaces to exr-session-id
           end-if
           move exr-arguments to ten-command-args
           move 'EXAMRPT' to ten-program
           perform take-tenant-selection
           if ten-selection-bad
               move 2 to return-code
               goback
           end-if
           if exr-exam-id = spaces
               display 'usage: examrpt <exam-id> [session-id]'
                       ' [TENANT=<tenant>]'
               move 2 to return-code
               goback
           end-if
               move 2 to return-code
               goback
           end-if
           perform load-exam-sessions
           if exr-session-id not = spaces
               if ses-max = 0
                   display '<EXAMRPT-ERROR::> session '
                           function trim(exr-session-id)
                           ' is not a session of exam '
                           function trim(exr-exam-id)
                   move 2 to return-code
                   goback
               end-if
               move ses-open(1) to exr-open-ts
               move ses-close(1) to exr-close-ts
           end-if
           perform prepare-exam-window
           perform load-session-bookings
           open input audit-file
           if audit-file-status not = '00'
               display '<EXAMRPT-ERROR::> cannot open '
                   ': ' function trim(count-display)
                   ' in-window sitting(s), '
                   out-of-window-count
                   ' out-of-window and ' over-time-count
                   ' over-time record(s), sealed in '
                   function trim(exam-report-path)
           if bkr-max > 0
               display '<EXAMRPT::> bookings reconciled: '
                       reconcile-sat ' sat, '
                       reconcile-exceptions ' exception(s)'
           end-if
           goback.

       load-exam-definition.
                       move exd-kata-in to exk-kata(exk-max)
                       move exd-open-in to exr-open-ts
                       move exd-close-in to exr-close-ts
                       if function test-numval(exd-minutes-in) = 0
                           compute exr-minutes =
                               function numval(exd-minutes-in)
                       end-if
                   end-if
           end-read
           .

       load-exam-sessions.
           open input session-file
           if session-file-status = '00'
               perform read-next-exam-session until session-eof
               close session-file
           end-if
           .

       read-next-exam-session.
           read session-file
               at end
                   set session-eof to true
               not at end
                   if session-record(1:1) not = '#'
                       and ses-exam-id-in = exr-exam-id
                       and (exr-session-id = spaces
                           or ses-session-id-in = exr-session-id)
                       and ses-max < 50
                       add 1 to ses-max
                       move ses-session-id-in to ses-id(ses-max)
                       move ses-open-in to ses-open(ses-max)
                       move ses-close-in to ses-close(ses-max)
                   end-if
           end-read
           .

       load-session-bookings.
           if ses-max > 0
               open input booking-file
               if booking-file-status = '00'
                   perform read-next-session-booking
                       until booking-eof
                   close booking-file
               end-if
           end-if
           .

       read-next-session-booking.
           read booking-file
               at end
                   set booking-eof to true
               not at end
                   move bkg-candidate-in to ten-lookup-candidate
                   perform check-candidate-tenant
                   perform varying ses-index from 1 by 1
                           until ses-index > ses-max
                       if ses-id(ses-index) = bkg-session-id-in
                           and ten-in-selection
                           and bkr-max < 1000
                           add 1 to bkr-max
                           move bkg-session-id-in
                               to bkr-session(bkr-max)
                           move bkg-candidate-in
                               to bkr-candidate(bkr-max)
                           move bkg-status-in to bkr-status(bkr-max)
                           move ses-index to bkr-ses-index(bkr-max)
                           move 'n' to bkr-sat(bkr-max)
                       end-if
                   end-perform
           end-read
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
                       move aud-tenant-in to ten-record-tenant
                       move aud-candidate-id-in to ten-lookup-candidate
                       perform check-detail-tenant
      *>  a voided run, and a void's own reversal details, are not
      *>  sittings
                       perform check-audit-detail-voided
                       if not detail-voided and ten-in-selection
                           perform select-exam-record
                       end-if
                   end-if
           end-read
           .
               end-if
           end-perform
           if exk-found
               move aud-local-ts-in to sitting-ts
               if sitting-ts = spaces
                   move aud-timestamp-in to sitting-ts
               end-if
               perform varying bkr-index from 1 by 1
                       until bkr-index > bkr-max
                   move bkr-ses-index(bkr-index) to ses-index
                   if bkr-candidate(bkr-index) = aud-candidate-id-in
                       and sitting-ts >= ses-open(ses-index)
                       and sitting-ts <= ses-close(ses-index)
                       move 'y' to bkr-sat(bkr-index)
                   end-if
               end-perform
               perform set-candidate-limits
               evaluate true
                   when sitting-ts < exr-open-ts
                       or sitting-ts > lim-close-ts
                       add 1 to out-of-window-count
                   when sitting-ts > lim-cutoff-ts
                       add 1 to over-time-count
                   when other
                       perform accept-sitting-record
               end-evaluate
           end-if
           .

       prepare-exam-window.
           move exr-close-ts to acr-latest-close
           if function test-numval(exr-open-ts) = 0
                   and function test-numval(exr-close-ts) = 0
                   and exr-close-ts > exr-open-ts
               set exr-window-numeric to true
               move exr-open-ts to tsc-timestamp
               perform timestamp-to-seconds
               move tsc-seconds to exr-open-seconds
               move exr-close-ts to tsc-timestamp
               perform timestamp-to-seconds
               move tsc-seconds to exr-close-seconds
           end-if
           .

      *>  the window close, stretched past the open by a TIME
      *>  accommodation's factor, and the per-candidate minutes
      *>  (likewise stretched) counted from the open of the
      *>  candidate's booked session, or of the window.
       set-candidate-limits.
           move exr-close-ts to lim-close-ts
           move exr-close-ts to lim-cutoff-ts
           move exr-minutes to lim-minutes
           if exr-window-numeric
               move aud-candidate-id-in to acm-lookup-candidate
               move 'TIME' to acm-lookup-type
               move exr-open-ts(1:8) to acm-lookup-date
               perform look-up-accommodation
               if acm-found
                   compute tsc-seconds = exr-open-seconds
                       + (exr-close-seconds - exr-open-seconds)
                       * acm-factor-result
                   perform seconds-to-timestamp
                   move tsc-timestamp to lim-close-ts
                   move tsc-timestamp to lim-cutoff-ts
                   compute lim-minutes rounded =
                       exr-minutes * acm-factor-result
                   perform note-accommodated-candidate
               end-if
               if lim-minutes > 0
                   move exr-open-ts to lim-start-ts
                   perform varying bkr-index from 1 by 1
                           until bkr-index > bkr-max
                       if bkr-candidate(bkr-index) = aud-candidate-id-in
                           move bkr-ses-index(bkr-index) to ses-index
                           if function test-numval(ses-open(ses-index))
                               = 0
                               move ses-open(ses-index) to lim-start-ts
                           end-if
                       end-if
                   end-perform
                   move lim-start-ts to tsc-timestamp
                   perform timestamp-to-seconds
                   compute tsc-seconds = tsc-seconds + lim-minutes * 60
                   perform seconds-to-timestamp
                   if tsc-timestamp < lim-cutoff-ts
                       move tsc-timestamp to lim-cutoff-ts
                   end-if
               end-if
           end-if
           .

       note-accommodated-candidate.
           move 'n' to acr-found-switch
           perform varying acr-index from 1 by 1
                   until acr-index > acr-max
               if acr-candidate(acr-index) = aud-candidate-id-in
                   set acr-found to true
               end-if
           end-perform
           if not acr-found and acr-max < 100
               add 1 to acr-max
               move aud-candidate-id-in to acr-candidate(acr-max)
               move acm-factor-result to acr-factor(acr-max)
               move acm-approved-result to acr-approved-by(acr-max)
               move lim-close-ts to acr-close(acr-max)
               move lim-minutes to acr-minutes(acr-max)
               if lim-close-ts > acr-latest-close
                   move lim-close-ts to acr-latest-close
               end-if
           end-if
           .

       timestamp-to-seconds.
           compute tsc-seconds =
               function integer-of-date(
                   function numval(tsc-timestamp(1:8))) * 86400
               + function numval(tsc-timestamp(9:2)) * 3600
               + function numval(tsc-timestamp(11:2)) * 60
               + function numval(tsc-timestamp(13:2))
           .

       seconds-to-timestamp.
           divide tsc-seconds by 86400 giving tsc-days
               remainder tsc-remainder
           compute tsc-date = function date-of-integer(tsc-days)
           divide tsc-remainder by 3600 giving tsc-hours
               remainder tsc-remainder
           divide tsc-remainder by 60 giving tsc-minutes
               remainder tsc-secs
           move spaces to tsc-timestamp
           string tsc-date tsc-hours tsc-minutes tsc-secs
               delimited by size into tsc-timestamp
           .

       accept-sitting-record.
           move aud-candidate-id-in to aud-candidate-id
           move aud-kata-name-in    to aud-kata-name
           string 'EXAM RESULTS - ' function trim(exr-exam-id)
                  '   window ' exr-open-ts ' .. ' exr-close-ts
               delimited by size into report-line
           if exr-minutes > 0
               move exr-minutes to minutes-display
               compute line-length = function length(
                   function trim(report-line trailing)) + 1
               string ', ' function trim(minutes-display)
                      ' minute(s) per candidate'
                   delimited by size
                   into report-line(line-length:)
           end-if
           write exam-report-record from report-line
           move all '-' to exam-report-record
           write exam-report-record
                  ' record(s) OUT-OF-WINDOW (not counted)'
               delimited by size into report-line
           write exam-report-record from report-line
           move over-time-count to count-display
           move spaces to report-line
           string '                '
                  function trim(count-display)
                  ' record(s) OVER-TIME (not counted)'
               delimited by size into report-line
           write exam-report-record from report-line
           perform write-accommodations-in-force
           if bkr-max > 0
               perform write-booking-reconciliation
           end-if
           .

       write-booking-reconciliation.
           move spaces to exam-report-record
           write exam-report-record
           move 'BOOKING RECONCILIATION:' to exam-report-record
           write exam-report-record
           move spaces to report-line
           string 'SESSION      CANDIDATE            '
                  'BOOKING    OUTCOME'
               delimited by size into report-line
           write exam-report-record from report-line
           perform write-booking-line
               varying bkr-index from 1 by 1
               until bkr-index > bkr-max
           perform write-unbooked-sitting
               varying sit-index from 1 by 1
               until sit-index > sit-max
           move all '-' to exam-report-record
           write exam-report-record
           move reconcile-sat to count-display
           move spaces to report-line
           string 'BOOKING TOTALS: '
                  function trim(count-display)
                  ' booked candidate(s) sat'
               delimited by size into report-line
           write exam-report-record from report-line
           move reconcile-exceptions to count-display
           move spaces to report-line
           string '                '
                  function trim(count-display)
                  ' exception(s) to review'
               delimited by size into report-line
           write exam-report-record from report-line
           .

       write-booking-line.
           evaluate true
               when bkr-status(bkr-index) = 'BOOKED'
                       and bkr-sat(bkr-index) = 'y'
                   move 'SAT' to bkr-outcome
                   add 1 to reconcile-sat
               when bkr-status(bkr-index) = 'BOOKED'
                   move 'DID-NOT-SIT' to bkr-outcome
                   add 1 to reconcile-exceptions
               when bkr-status(bkr-index) = 'NO-SHOW'
                       and bkr-sat(bkr-index) = 'y'
                   move 'SAT-MARKED-NO-SHOW' to bkr-outcome
                   add 1 to reconcile-exceptions
               when bkr-status(bkr-index) = 'NO-SHOW'
                   move 'NO-SHOW' to bkr-outcome
               when bkr-sat(bkr-index) = 'y'
                   move 'SAT-WITHOUT-SEAT' to bkr-outcome
                   add 1 to reconcile-exceptions
               when other
                   move 'NOT SAT' to bkr-outcome
           end-evaluate
           move spaces to report-line
           move bkr-session(bkr-index) to report-line(1:12)
           move bkr-candidate(bkr-index) to report-line(14:20)
           move bkr-status(bkr-index) to report-line(35:10)
           move bkr-outcome to report-line(46:20)
           write exam-report-record from report-line
           .

      *>  the adjusted limits examrpt held candidates to, then
      *>  the applications the queue drain logged: EXAM entries for
      *>  this exam, KATA entries for its katas inside the latest
      *>  adjusted window.
       write-accommodations-in-force.
           open input accommodation-log-file
           if acr-max > 0 or accommodation-log-status = '00'
               perform write-accommodation-section
           end-if
           .

       write-accommodation-section.
           move spaces to exam-report-record
           write exam-report-record
           move 'ACCOMMODATIONS IN FORCE:' to exam-report-record
           write exam-report-record
           move exr-minutes to minutes-display
           move spaces to report-line
           string '  standard limits: close ' exr-close-ts ', '
                  function trim(minutes-display)
                  ' minute(s) per candidate (0 = none)'
               delimited by size into report-line
           write exam-report-record from report-line
           move spaces to report-line
           string 'CANDIDATE            TYPE FACTOR '
                  'APPROVED BY          CLOSE           MINUTES'
               delimited by size into report-line
           write exam-report-record from report-line
           perform write-accommodated-candidate
               varying acr-index from 1 by 1
               until acr-index > acr-max
           if accommodation-log-status = '00'
               move 'applied by the queue drain:'
                   to exam-report-record
               write exam-report-record
               perform read-next-accommodation-log
                   until accommodation-log-eof
               close accommodation-log-file
               if acl-count = 0
                   move '  (none logged)' to exam-report-record
                   write exam-report-record
               end-if
           end-if
           .

       write-accommodated-candidate.
           move spaces to report-line
           move acr-candidate(acr-index) to report-line(1:20)
           move 'TIME' to report-line(22:4)
           move acr-factor(acr-index) to factor-display
           move factor-display to report-line(27:5)
           move acr-approved-by(acr-index) to report-line(34:20)
           move acr-close(acr-index) to report-line(55:14)
           move acr-minutes(acr-index) to minutes-display
           move minutes-display to report-line(71:5)
           write exam-report-record from report-line
           .

       read-next-accommodation-log.
           read accommodation-log-file
               at end
                   set accommodation-log-eof to true
               not at end
                   move 'n' to exk-found-switch
                   if acl-context-in = 'KATA'
                           and acl-applied-in >= exr-open-ts
                           and acl-applied-in <= acr-latest-close
                       perform varying exk-index from 1 by 1
                               until exk-index > exk-max
                           if exk-kata(exk-index) = acl-reference-in
                               set exk-found to true
                           end-if
                       end-perform
                   end-if
                   if (acl-context-in = 'EXAM'
                           and acl-reference-in = exr-exam-id)
                           or exk-found
                       perform write-accommodation-log-line
                   end-if
           end-read
           .

       write-accommodation-log-line.
           add 1 to acl-count
           move spaces to report-line
           move acl-applied-in to report-line(3:14)
           move acl-candidate-in to report-line(18:20)
           move acl-type-in to report-line(39:8)
           move acl-context-in to report-line(48:4)
           move acl-reference-in to report-line(53:20)
           string acl-standard-in ' -> ' acl-adjusted-in
                  ' by ' acl-approved-by-in
               delimited by size into report-line(74:56)
           write exam-report-record from report-line
           .

      *>  a sitting no booking on these sessions accounts for at
      *>  all - the exam was open to a candidate it should not
      *>  have been
       write-unbooked-sitting.
           move 'n' to bkr-found-switch
           perform varying bkr-index from 1 by 1
                   until bkr-index > bkr-max
               if bkr-candidate(bkr-index) = sit-candidate(sit-index)
                   set bkr-found to true
               end-if
           end-perform
           if not bkr-found
               move spaces to report-line
               move '(none)' to report-line(1:12)
               move sit-candidate(sit-index) to report-line(14:20)
               move '(none)' to report-line(35:10)
               move 'UNBOOKED' to report-line(46:8)
               move sit-kata(sit-index) to report-line(55:20)
               write exam-report-record from report-line
               add 1 to reconcile-exceptions
           end-if
           .

       write-sitting-line.
           write exam-report-record from report-line
           .

           copy tacchelp.
           copy ttenhelp.
           copy tvoidhelp.

       end program examrpt.
