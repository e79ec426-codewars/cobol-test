      *>  ledger batch/late-submissions.txt (candidate(20) kata(20)
      *>  cohort(10) days-late(3) penalty-pct(3)) that candscore
      *>  applies to late passes, and prints the per-cohort late
      *>  report (batch/late-report.txt). A candidate with a
      *>  DEADLINE accommodation in effect on the due date
      *>  (src/taccdata.cpy) is marked against the due date moved
      *>  on by the accommodation's days, noted under the line.
      *>  A leave of absence stops the clock (src/tstsdata.cpy): a
      *>  due date that falls inside a leave moves to the day the
      *>  candidate comes back plus the days that were still left
      *>  when the leave began, and leave days between the due date
      *>  and the received date are not counted late.
      *>  Late days are working days (src/tbcaldata.cpy): a due
      *>  date that lands on a holiday, closure or academy break
      *>  moves to the next working day, and closed days between
      *>  the due date and the received date are not counted late.
      *>  Due dates are wall-clock times in the candidate's own zone
      *>  (src/tzondata.cpy), so the received stamp, which is UTC,
      *>  is read in that zone before it is compared; the report
      *>  shows it that way, with the zone.
      *>  A team submission (src/tteamdata.cpy) sits on the queue
      *>  under the team id: it is marked against the team's
      *>  cohort calendar row once for every member the team had
      *>  on the received date, each with that member's own
      *>  accommodation, leave and zone, and each late member gets
      *>  a ledger row of their own - the members are the ones
      *>  credited with the run.
      *>
      *>  The ledger always carries every tenant's late
      *>  submissions - candscore reads it for all of them - but the
      *>  report lists only the selected tenant's (src/ttendata.cpy):
      *>  the home tenant's, another's with TENANT=<tenant>, or every
      *>  tenant's with TENANT=*.
      *>
      *>  Usage: latrpt [TENANT=<tenant>]   (run-all-katas.sh runs
      *>  it after the queue drain; harmless standalone).

       environment division.
       input-output section.
       file-control.
           copy tcanfc.
           copy taccfc.
           copy tstsfc.
           copy tbcalfc.
           copy tzonfc.
           copy ttenfc.
           copy tteamfc.
           select queue-file assign to dynamic queue-file-path
               organization line sequential
               file status queue-file-status.
       data division.
       file section.
           copy tcanfd.
           copy taccfd.
           copy tstsfd.
           copy tbcalfd.
           copy tzonfd.
           copy ttenfd.
           copy tteamfd.
       fd  queue-file.
       01  queue-record.
           05 que-status-in    pic x(8).
           05 que-kata-in      pic x(20).
           05 que-received-in  pic x(14).
           05 que-path-in      pic x(100).
           05 que-mode-in      pic x(8).
           05 que-tenant-in    pic x(8).
       fd  calendar-file.
       01  calendar-record.
           05 cal-kata-in    pic x(20).
       working-storage section.
           copy tcandata.
           copy tcohdata.
           copy taccdata.
           copy tstsdata.
           copy tbcaldata.
           copy tzondata.
           copy ttendata.
           copy tteamdata.
       01  queue-file-path    pic x(100)
                               value 'batch/submissions-queue.txt'.
       01  queue-file-status  pic x(2) value spaces.
       01  lsum-found-switch  pic x value 'n'.
           88 lsum-found      value 'y'.

      *>  Leaves of absence from the status-change history, as
      *>  day numbers; one still open runs to today.
       01  lv-max             pic 9(3) value 0.
       01  lv-table.
           05 lv-entry occurs 300 times.
              10 lv-candidate pic x(20).
              10 lv-start     pic 9(7).
              10 lv-end       pic 9(7).
       01  lv-index           pic 9(3) value 0.

      *>  Teams, for marking a team submission per member.
       01  tmb-max            pic 9(3) value 0.
       01  tmb-table.
           05 tmb-entry occurs 200 times.
              10 tmb-team-id  pic x(20).
              10 tmb-cohort   pic x(10).
              10 tmb-from     pic x(8).
              10 tmb-to       pic x(8).
              10 tmb-member   pic x(20) occurs 4 times.
       01  tmb-index          pic 9(3) value 0.
       01  tmb-member-index   pic 9(1) value 0.
       01  tmb-found-switch   pic x value 'n'.
           88 tmb-found       value 'y'.
       01  team-day           pic x(8).

      *>  The candidate a queue row is being marked for - the row's
      *>  own, or one member of a team row - and the cohort whose
      *>  calendar row and ledger line it is marked under.
       01  submission-candidate pic x(20) value spaces.
       01  due-cohort         pic x(10) value spaces.
       01  lv-scan            pic 9(3) value 0.
       01  today-days         pic 9(7) value 0.
       01  leave-overlap-from pic 9(7) value 0.
       01  leave-overlap-to   pic 9(7) value 0.
       01  leave-late-days    pic 9(3) value 0.
       01  closed-late-days   pic 9(3) value 0.
       01  closed-due-switch  pic x value 'n'.
           88 due-on-closed-day value 'y'.
       01  closed-due-date    pic x(8).
       01  closed-due-kind    pic x(8).
       01  late-day-scan      pic 9(7) value 0.
       01  late-day-on-leave-switch pic x value 'n'.
           88 late-day-on-leave value 'y'.
       01  raw-days-late      pic 9(5) value 0.
       01  due-moved-switch   pic x value 'n'.
           88 due-moved       value 'y'.
       01  calendar-due-date  pic x(8).
       01  moved-date         pic 9(8) value 0.
       01  leave-from-date    pic 9(8) value 0.
       01  leave-to-date      pic 9(8) value 0.
       01  current-date-stamp pic x(21).

       01  effective-due      pic x(14) value spaces.
       01  received-local     pic x(14) value spaces.
       01  extension-days     pic 9(2) value 0.
       01  extended-date      pic 9(8) value 0.
       01  factor-display     pic z9.99.
       01  days-late          pic 9(3) value 0.
       01  received-days      pic 9(7) value 0.
       01  due-days           pic 9(7) value 0.
       01  report-line        pic x(132).

       procedure division.
           accept ten-command-args from command-line
           move 'LATRPT' to ten-program
           perform take-tenant-selection
           if ten-selection-bad
               move 2 to return-code
               goback
           end-if
           perform load-calendar-table
           if cal-max = 0
               display '<LATRPT::> no calendar rows; nothing to'
               goback
           end-if
           perform load-candidate-cohort-map
           perform load-leave-periods
           perform load-team-table
           open input queue-file
           if queue-file-status not = '00'
               display '<LATRPT::> no submissions queue; nothing'
                       add 1 to cmap-max
                       move can-id to cmap-cand-id(cmap-max)
                       move can-cohort to cmap-cohort(cmap-max)
                       move can-zone to cmap-zone(cmap-max)
                   end-if
           end-read
           .

       look-up-candidate-cohort.
           move '(none)' to cmap-cohort-result
           move spaces to cmap-zone-result
           move 'n' to cmap-found-switch
           move 1 to cmap-index
           perform test before
               and cmap-cohort(cmap-index) not = spaces
               move cmap-cohort(cmap-index) to cmap-cohort-result
           end-if
           if cmap-found
               move cmap-zone(cmap-index) to cmap-zone-result
           end-if
           .

       mark-next-queue-row.
           .

       mark-one-submission.
           perform look-up-queue-team
           if tmb-found
               perform mark-team-submission
           else
               move que-candidate-in to submission-candidate
               move que-candidate-in to cmap-lookup-id
               perform look-up-candidate-cohort
               move cmap-cohort-result to due-cohort
               perform mark-candidate-submission
           end-if
           .

      *>  a team row is marked for each member the team had on the
      *>  received date (today without a usable stamp), under the
      *>  team's cohort; a team not in effect that day was never
      *>  graded for anyone and marks nothing.
       mark-team-submission.
           if function test-numval(que-received-in(1:8)) = 0
               and que-received-in(1:8) not = '00000000'
               move que-received-in(1:8) to team-day
           else
               move function current-date(1:8) to team-day
           end-if
           if (tmb-from(tmb-index) = spaces
                   or team-day >= tmb-from(tmb-index))
               and (tmb-to(tmb-index) = spaces
                   or team-day <= tmb-to(tmb-index))
               perform mark-team-members
           end-if
           .

       mark-team-members.
           perform varying tmb-member-index from 1 by 1
                   until tmb-member-index > 4
               if tmb-member(tmb-index tmb-member-index) not = spaces
                   and tmb-member(tmb-index tmb-member-index)
                       not = '*PURGED*'
                   move tmb-member(tmb-index tmb-member-index)
                       to submission-candidate
                   move submission-candidate to cmap-lookup-id
                   perform look-up-candidate-cohort
                   move '(none)' to due-cohort
                   if tmb-cohort(tmb-index) not = spaces
                       move tmb-cohort(tmb-index) to due-cohort
                   end-if
                   perform mark-candidate-submission
               end-if
           end-perform
           .

       mark-candidate-submission.
           move que-tenant-in to ten-record-tenant
           move submission-candidate to ten-lookup-candidate
           perform check-detail-tenant
           perform find-calendar-row
           if cal-found
               add 1 to graded-count
               move 'n' to lsum-found-switch
               if ten-in-selection
                   perform find-cohort-rollup-entry
               end-if
               perform apply-deadline-accommodation
               perform apply-leave-suspension
               perform apply-business-calendar
               perform read-received-locally
               move 0 to leave-late-days closed-late-days
               if function test-numval(que-received-in) not = 0
                   or que-received-in(1:8) = '00000000'
      *>  no usable received stamp: marked on time rather
      *>  than inventing a lateness
                   perform note-on-time
               else
                   if received-local > effective-due
                       perform count-days-late
                       if days-late > 0
                           perform note-late-submission
                       else
                           perform note-on-time
                       end-if
                   else
                       perform note-on-time
                   end-if
               end-if
               if acm-found
                   perform note-deadline-extension
               end-if
               if due-moved
                   perform note-leave-suspension
               end-if
               if due-on-closed-day
                   perform note-closed-due-moved
               end-if
               if leave-late-days > 0
                   perform note-leave-days-excused
               end-if
               if closed-late-days > 0
                   perform note-closed-days-excused
               end-if
               if tmb-found
                   perform note-team-credit
               end-if
           end-if
           .

       load-team-table.
           open input team-file
           if team-file-status = '00'
               perform read-next-team-row until team-eof
               close team-file
           end-if
           .

       read-next-team-row.
           read team-file
               at end
                   set team-eof to true
               not at end
                   if tem-id-in not = spaces
                       and tem-id-in(1:1) not = '#'
                       and tmb-max < 200
                       add 1 to tmb-max
                       move tem-id-in to tmb-team-id(tmb-max)
                       move tem-cohort-in to tmb-cohort(tmb-max)
                       move tem-effective-from-in to tmb-from(tmb-max)
                       move tem-effective-to-in to tmb-to(tmb-max)
                       perform varying tmb-member-index from 1 by 1
                               until tmb-member-index > 4
                           move tem-member-in(tmb-member-index)
                               to tmb-member(tmb-max
                                   tmb-member-index)
                       end-perform
                   end-if
           end-read
           .

      *>  the queue row's id as a team id; the first row for it
      *>  is the team, as in the queue drain.
       look-up-queue-team.
           move 'n' to tmb-found-switch
           move 1 to tmb-index
           perform test before
               until tmb-index > tmb-max or tmb-found
               if tmb-team-id(tmb-index) = que-candidate-in
                   set tmb-found to true
               else
                   add 1 to tmb-index
               end-if
           end-perform
           .

       note-team-credit.
           move spaces to report-line
           string '    submitted by team '
                  function trim(que-candidate-in)
               delimited by size into report-line
           perform write-selected-line
           .

      *>  the received stamp as wall-clock time in the candidate's
      *>  zone, the zone the due date is read in.
       read-received-locally.
           move cmap-zone-result to tzn-candidate-zone
           move spaces to tzn-candidate-cohort
           if cmap-cohort-result not = '(none)'
               move cmap-cohort-result to tzn-candidate-cohort
           end-if
           perform resolve-reader-zone
           move que-received-in to tzn-utc-ts
           perform utc-to-local
           move tzn-local-ts to received-local
           .

      *>  the due date as it stands for this candidate: the
      *>  calendar's, moved on by a DEADLINE accommodation's whole
      *>  days when one is in effect on that date.
       apply-deadline-accommodation.
           move cal-due(cal-hit-index) to effective-due
           move submission-candidate to acm-lookup-candidate
           move 'DEADLINE' to acm-lookup-type
           move cal-due(cal-hit-index)(1:8) to acm-lookup-date
           perform look-up-accommodation
           if acm-found
               if function test-numval(effective-due(1:8)) = 0
                   move acm-factor-result to extension-days
                   compute extended-date = function date-of-integer(
                       function integer-of-date(
                           function numval(effective-due(1:8)))
                       + extension-days)
                   move extended-date to effective-due(1:8)
               else
                   move 'n' to acm-found-switch
               end-if
           end-if
           .

       load-leave-periods.
           move function current-date to current-date-stamp
           compute today-days = function integer-of-date(
               function numval(current-date-stamp(1:8)))
           open input status-change-file
           if status-change-file-status = '00'
               perform read-next-status-change
                   until status-change-eof
               close status-change-file
           end-if
           perform varying lv-index from 1 by 1
                   until lv-index > lv-max
               if lv-end(lv-index) = 0
                   move today-days to lv-end(lv-index)
               end-if
           end-perform
           .

      *>  a LEAVE opens a period; the candidate's next REINST or
      *>  WITHDRAW closes it the day before it took effect.
       read-next-status-change.
           read status-change-file
               at end
                   set status-change-eof to true
               not at end
                   if stc-effective-in is numeric
                       evaluate stc-action-in
                           when 'LEAVE   '
                               perform open-leave-period
                           when 'REINST  '
                               perform close-leave-period
                           when 'WITHDRAW'
                               perform close-leave-period
                       end-evaluate
                   end-if
           end-read
           .

       open-leave-period.
           if lv-max < 300
               add 1 to lv-max
               move stc-candidate-in to lv-candidate(lv-max)
               compute lv-start(lv-max) = function integer-of-date(
                   function numval(stc-effective-in))
               move 0 to lv-end(lv-max)
           end-if
           .

       close-leave-period.
           perform varying lv-index from 1 by 1
                   until lv-index > lv-max
               if lv-candidate(lv-index) = stc-candidate-in
                   and lv-end(lv-index) = 0
                   compute lv-end(lv-index) = function integer-of-date(
                       function numval(stc-effective-in)) - 1
                   if lv-end(lv-index) < lv-start(lv-index)
                       move lv-start(lv-index) to lv-end(lv-index)
                   end-if
               end-if
           end-perform
           .

      *>  a due date inside a leave moves past it by the days that
      *>  were left when the leave began; the leaves are in history
      *>  order, so a moved date landing in a later leave moves
      *>  again.
       apply-leave-suspension.
           move 'n' to due-moved-switch
           move effective-due(1:8) to calendar-due-date
           if function test-numval(effective-due(1:8)) = 0
               compute due-days = function integer-of-date(
                   function numval(effective-due(1:8)))
               perform varying lv-index from 1 by 1
                       until lv-index > lv-max
                   if lv-candidate(lv-index) = submission-candidate
                       and lv-start(lv-index) <= due-days
                       and lv-end(lv-index) >= due-days
                       compute due-days = lv-end(lv-index) + 1
                           + due-days - lv-start(lv-index)
                       move lv-index to lv-scan
                       set due-moved to true
                   end-if
               end-perform
               if due-moved
                   compute moved-date =
                       function date-of-integer(due-days)
                   move moved-date to effective-due(1:8)
               end-if
           end-if
           .

      *>  a due date, as it stands after any extension or leave,
      *>  that lands on a closed day moves to the next working day.
       apply-business-calendar.
           move 'n' to closed-due-switch
           if function test-numval(effective-due(1:8)) = 0
               compute bcl-lookup-days = function integer-of-date(
                   function numval(effective-due(1:8)))
               perform look-up-business-day
               if bcl-closed
                   set due-on-closed-day to true
                   move effective-due(1:8) to closed-due-date
                   move bcl-kind-result to closed-due-kind
                   perform next-business-day
                   compute moved-date =
                       function date-of-integer(bcl-lookup-days)
                   move moved-date to effective-due(1:8)
               end-if
           end-if
           .

      *>  whole days from the due date to the received date, the
      *>  day itself counting as one, less the leave days and the
      *>  closed days between.
       count-days-late.
           compute received-days = function integer-of-date(
               function numval(received-local(1:8)))
           compute due-days = function integer-of-date(
               function numval(effective-due(1:8)))
           compute raw-days-late = received-days - due-days
           if raw-days-late = 0
               move 1 to raw-days-late
           end-if
           perform varying lv-index from 1 by 1
                   until lv-index > lv-max
               if lv-candidate(lv-index) = submission-candidate
                   move lv-start(lv-index) to leave-overlap-from
                   if leave-overlap-from <= due-days
                       compute leave-overlap-from = due-days + 1
                   end-if
                   move lv-end(lv-index) to leave-overlap-to
                   if leave-overlap-to > received-days
                       move received-days to leave-overlap-to
                   end-if
                   if leave-overlap-to >= leave-overlap-from
                       compute leave-late-days = leave-late-days
                           + leave-overlap-to - leave-overlap-from + 1
                   end-if
               end-if
           end-perform
           if received-days > due-days
               perform count-closed-late-day
                   varying late-day-scan from due-days by 1
                   until late-day-scan >= received-days
           end-if
           if leave-late-days >= raw-days-late
               move raw-days-late to leave-late-days
               move 0 to closed-late-days days-late
           else
               if leave-late-days + closed-late-days >= raw-days-late
                   compute closed-late-days =
                       raw-days-late - leave-late-days
                   move 0 to days-late
               else
                   compute days-late = raw-days-late
                       - leave-late-days - closed-late-days
               end-if
           end-if
           .

      *>  the day after late-day-scan, when it is closed and not
      *>  already excused as leave
       count-closed-late-day.
           compute bcl-lookup-days = late-day-scan + 1
           perform look-up-business-day
           if bcl-closed
               move 'n' to late-day-on-leave-switch
               perform varying lv-index from 1 by 1
                       until lv-index > lv-max
                   if lv-candidate(lv-index) = submission-candidate
                       and lv-start(lv-index) <= bcl-lookup-days
                       and lv-end(lv-index) >= bcl-lookup-days
                       set late-day-on-leave to true
                   end-if
               end-perform
               if not late-day-on-leave
                   add 1 to closed-late-days
               end-if
           end-if
           .

       note-leave-suspension.
           compute leave-from-date = function date-of-integer(
               lv-start(lv-scan))
           compute leave-to-date = function date-of-integer(
               lv-end(lv-scan))
           move spaces to report-line
           string '    due ' calendar-due-date
                  ' suspended by leave of absence ' leave-from-date
                  '-' leave-to-date ', moved to ' effective-due(1:8)
               delimited by size into report-line
           perform write-selected-line
           .

       note-leave-days-excused.
           move spaces to report-line
           string '    ' leave-late-days ' day(s) after the due date'
                  ' on leave of absence not counted late'
               delimited by size into report-line
           perform write-selected-line
           .

       note-closed-due-moved.
           move spaces to report-line
           string '    due ' closed-due-date ' falls on a closed day ('
                  function trim(closed-due-kind) '), moved to '
                  effective-due(1:8)
               delimited by size into report-line
           perform write-selected-line
           .

       note-closed-days-excused.
           move spaces to report-line
           string '    ' closed-late-days ' day(s) after the due date'
                  ' closed on the business calendar not counted late'
               delimited by size into report-line
           perform write-selected-line
           .

       note-deadline-extension.
           move acm-factor-result to factor-display
           move spaces to report-line
           string '    due extended to ' effective-due
                  ' by DEADLINE accommodation ('
                  function trim(factor-display) ' days, approved by '
                  function trim(acm-approved-result) ')'
               delimited by size into report-line
           perform write-selected-line
           .

      *>  the submission's own cohort row wins; a '*' wildcard
      *>  row is the fallback.
       find-calendar-row.
           move 'n' to cal-found-switch
           perform varying cal-index from 1 by 1
                   until cal-index > cal-max
               if cal-kata(cal-index) = que-kata-in
                   if cal-cohort(cal-index) = due-cohort
                       move cal-index to cal-hit-index
                       set cal-found to true
                       move 999 to cal-index
               add 1 to lsum-ontime(lsum-index)
           end-if
           move spaces to report-line
           string submission-candidate ' ' que-kata-in
                  ' ON-TIME (received ' received-local ' '
                  function trim(tzn-reader-zone)
                  ', due ' effective-due ')'
               delimited by size into report-line
           perform write-selected-line
           .

       note-late-submission.
           add 1 to late-count
           if lsum-found
               add 1 to lsum-late(lsum-index)
           end-if
           move spaces to late-record
           move submission-candidate to lat-candidate-in
           move que-kata-in to lat-kata-in
           move due-cohort to lat-cohort-in
           move days-late to lat-days-in
           move cal-penalty(cal-hit-index) to lat-penalty-in
           write late-record
           move spaces to report-line
           string submission-candidate ' ' que-kata-in
                  ' LATE-' days-late '-DAYS (received '
                  received-local ' ' function trim(tzn-reader-zone)
                  ', due '
                  effective-due ', penalty '
                  cal-penalty(cal-hit-index) '%/day)'
               delimited by size into report-line
           perform write-selected-line
           .

      *>  the ledger is every tenant's, the listing the selected
      *>  tenant's
       write-selected-line.
           if ten-in-selection
               write latrpt-record from report-line
           end-if
           .

       find-cohort-rollup-entry.
           move 1 to lsum-index
           perform test before
               until lsum-index > lsum-max or lsum-found
               if lsum-cohort(lsum-index) = due-cohort
                   set lsum-found to true
               else
                   add 1 to lsum-index
               if lsum-max < 20
                   add 1 to lsum-max
                   move lsum-max to lsum-index
                   move due-cohort
                       to lsum-cohort(lsum-index)
                   set lsum-found to true
               end-if
           write latrpt-record from report-line
           .

           copy tacchelp.
           copy tbcalhelp.
           copy tzonhelp.
           copy ttenhelp.

       end program latrpt.
