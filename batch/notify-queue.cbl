       program-id. ntfyq.

      *>  Candidate notification delivery. NOTIFY_CMD only ever
      *>  told operations the batch had finished; a candidate found
      *>  out how a submission went by asking someone or waiting for
      *>  the LMS sync. This works the notification queue
      *>  (src/tntfdata.cpy) the rest of the system fills - GRADED
      *>  and QUOTA from the queue drain, APPEAL from the appeals
      *>  adjudication, CERT from certgen, STANDING from stndeval -
      *>  and raises DEADLINE itself: an ACTIVE candidate with
      *>  nothing queued for a kata whose assignment-calendar due
      *>  date (the candidate's cohort row, else the '*' row) falls
      *>  within the next days-ahead days is warned once. The
      *>  look-ahead counts working days off the business calendar
      *>  (src/tbcaldata.cpy), and the date warned for is the one
      *>  latrpt will hold the candidate to (src/tefddata.cpy): moved
      *>  on by a DEADLINE accommodation, past a leave of absence
      *>  and off a closed day. A team's submission on the queue
      *>  covers every member of the team.
      *>  Due dates are wall-clock times in the candidate's own zone
      *>  (src/tzondata.cpy), so "today" and the look-ahead are the
      *>  candidate's days, and every message is stamped and dated
      *>  in that zone, named on its header line; the queue's own
      *>  stamps stay UTC.
      *>
      *>  Each NEW event is rendered through its event's lines in
      *>  the template file (batch/notification-templates.txt,
      *>  hand-edited, '#' comment lines: event(8) text(100), every
      *>  line of the event in file order) into the candidate's
      *>  outbound message file, batch/notifications/<candidate>.txt.
      *>  The tokens &CAN (candidate id), &NAM (name from the
      *>  master), &REF (kata, category or standing), &DET (the
      *>  event's detail) and &DAT (the event's date) are filled in.
      *>  The preference file (batch/notification-prefs.txt,
      *>  hand-edited: candidate(20) delivery(8) and up to six
      *>  opted-out event categories (8 each); '*' opts out of all;
      *>  delivery DIGEST, or blank for each event as it comes)
      *>  decides what happens to an event:
      *>
      *>    SENT      rendered now (the default, for a candidate
      *>              with no preference row too)
      *>    HELD      delivery DIGEST: kept for the daily digest
      *>    DIGESTED  sent in a digest - one message per candidate,
      *>              the DIGEST template lines then the first line
      *>              of each held event's template
      *>    OPTOUT    category opted out; never sent
      *>
      *>  An event with no template stays NEW and is reported, so it
      *>  goes out on the run after the template is added (a digest
      *>  lists it by event and reference).
      *>
      *>  Usage: ntfyq [DIGEST] [days-ahead]   (days-ahead default 2;
      *>  run-all-katas.sh runs "ntfyq DIGEST" once the night's
      *>  events are in; a plain "ntfyq" between batches sends what
      *>  is queued and leaves digests to the night).

       environment division.
       input-output section.
       file-control.
           copy tcanfc.
           copy tntffc.
           copy tbcalfc.
           copy tzonfc.
           copy taccfc.
           copy tstsfc.
           copy tteamfc.
           select template-file assign to dynamic template-file-path
               organization line sequential
               file status template-file-status.
           select prefs-file assign to dynamic prefs-file-path
               organization line sequential
               file status prefs-file-status.
           select calendar-file assign to dynamic calendar-file-path
               organization line sequential
               file status calendar-file-status.
           select queue-file assign to dynamic queue-file-path
               organization line sequential
               file status queue-file-status.
           select outbound-file assign to dynamic outbound-file-path
               organization line sequential
               file status outbound-file-status.

       data division.
       file section.
           copy tcanfd.
           copy tntffd.
           copy tbcalfd.
           copy tzonfd.
           copy taccfd.
           copy tstsfd.
           copy tteamfd.
       fd  template-file.
       01  template-record.
           05 tpt-event-in    pic x(8).
           05 tpt-text-in     pic x(100).
       fd  prefs-file.
       01  prefs-record.
           05 prf-candidate-in pic x(20).
           05 prf-delivery-in  pic x(8).
           05 prf-optout-in    pic x(8) occurs 6 times.
       fd  calendar-file.
       01  calendar-record.
           05 cal-kata-in    pic x(20).
           05 cal-cohort-in  pic x(10).
           05 cal-due-in     pic x(14).
       fd  queue-file.
       01  queue-record.
           05 que-status-in    pic x(8).
           05 que-candidate-in pic x(20).
           05 que-kata-in      pic x(20).
       fd  outbound-file.
       01  outbound-record    pic x(132).

       working-storage section.
           copy tcandata.
           copy tntfdata.
           copy tbcaldata.
           copy tzondata.
           copy taccdata.
           copy tstsdata.
           copy tteamdata.
           copy tefddata.
       01  template-file-path pic x(100)
                          value 'batch/notification-templates.txt'.
       01  template-file-status pic x(2) value spaces.
       01  template-eof-switch pic x value 'n'.
           88 template-eof    value 'y'.
       01  prefs-file-path    pic x(100)
                               value 'batch/notification-prefs.txt'.
       01  prefs-file-status  pic x(2) value spaces.
       01  prefs-eof-switch   pic x value 'n'.
           88 prefs-eof       value 'y'.
       01  calendar-file-path pic x(100)
                               value 'batch/assignment-calendar.txt'.
       01  calendar-file-status pic x(2) value spaces.
       01  calendar-eof-switch pic x value 'n'.
           88 calendar-eof    value 'y'.
       01  queue-file-path    pic x(100)
                               value 'batch/submissions-queue.txt'.
       01  queue-file-status  pic x(2) value spaces.
       01  queue-eof-switch   pic x value 'n'.
           88 queue-eof       value 'y'.
       01  outbound-file-path pic x(100) value spaces.
       01  outbound-file-status pic x(2) value spaces.
       01  outbound-open-switch pic x value 'n'.
           88 outbound-open   value 'y'.

       01  run-arguments      pic x(40) value spaces.
       01  run-mode           pic x(8) value spaces.
           88 digest-run      value 'DIGEST'.
       01  days-ahead-arg     pic x(8) value spaces.
       01  days-ahead         pic 9(3) value 2.
       01  current-date-stamp pic x(21).
       01  now-ts             pic x(14).
       01  reader-candidate   pic x(20).
       01  reader-now-ts      pic x(14).
       01  today-days         pic 9(7) value 0.
       01  due-days           pic 9(7) value 0.
       01  horizon-days       pic 9(7) value 0.
       01  horizon-count      pic 9(3) value 0.

       01  tpl-max            pic 9(3) value 0.
       01  tpl-table.
           05 tpl-entry occurs 200 times.
              10 tpl-event    pic x(8).
              10 tpl-text     pic x(100).
       01  tpl-index          pic 9(3) value 0.
       01  tpl-found-switch   pic x value 'n'.
           88 tpl-found       value 'y'.

       01  prf-max            pic 9(3) value 0.
       01  prf-table.
           05 prf-entry occurs 500 times.
              10 prf-candidate pic x(20).
              10 prf-delivery  pic x(8).
              10 prf-optout    pic x(8) occurs 6 times.
       01  prf-index          pic 9(3) value 0.
       01  prf-optout-index   pic 9(1) value 0.
       01  prf-found-switch   pic x value 'n'.
           88 prf-found       value 'y'.
       01  opted-out-switch   pic x value 'n'.
           88 opted-out       value 'y'.

       01  cnd-max            pic 9(3) value 0.
       01  cnd-table.
           05 cnd-entry occurs 500 times.
              10 cnd-id       pic x(20).
              10 cnd-name     pic x(30).
              10 cnd-cohort   pic x(10).
              10 cnd-status   pic x(8).
              10 cnd-zone     pic x(8).
      *>  the candidate's today less the shop's (UTC) today
              10 cnd-day-shift pic s9(3).
       01  cnd-index          pic 9(3) value 0.

       01  cal-max            pic 9(2) value 0.
       01  cal-table.
           05 cal-entry occurs 50 times.
              10 cal-kata     pic x(20).
              10 cal-cohort   pic x(10).
              10 cal-due      pic x(14).
       01  cal-index          pic 9(2) value 0.
       01  cal-scan           pic 9(2) value 0.
       01  cohort-row-switch  pic x value 'n'.
           88 cohort-row-on-file value 'y'.
       01  calendar-applies-switch pic x value 'n'.
           88 calendar-applies value 'y'.

       01  qrow-max           pic 9(4) value 0.
       01  qrow-table.
           05 qrow-entry occurs 3000 times.
              10 qrow-candidate pic x(20).
              10 qrow-kata      pic x(20).
       01  qrow-index         pic 9(4) value 0.
       01  queue-row-candidate pic x(20).

      *>  Team members, so a team's queue row covers each of them.
       01  tmb-max            pic 9(3) value 0.
       01  tmb-table.
           05 tmb-entry occurs 200 times.
              10 tmb-team-id  pic x(20).
              10 tmb-member   pic x(20) occurs 4 times.
       01  tmb-index          pic 9(3) value 0.
       01  tmb-member-index   pic 9(1) value 0.
       01  tmb-found-switch   pic x value 'n'.
           88 tmb-found       value 'y'.
       01  already-switch     pic x value 'n'.
           88 already-covered value 'y'.

      *>  The notification queue held whole and rewritten once.
       01  evt-max            pic 9(4) value 0.
       01  evt-table.
           05 evt-entry occurs 5000 times.
              10 evt-created   pic x(14).
              10 evt-candidate pic x(20).
              10 evt-event     pic x(8).
              10 evt-reference pic x(20).
              10 evt-detail    pic x(40).
              10 evt-status    pic x(8).
              10 evt-delivered pic x(14).
       01  evt-index          pic 9(4) value 0.
       01  evt-scan           pic 9(4) value 0.
       01  evt-full-switch    pic x value 'n'.
           88 evt-table-full  value 'y'.

      *>  Rendering: one template line into one message line.
       01  render-text        pic x(100).
       01  render-line        pic x(132).
       01  render-in-pos      pic 9(3) value 0.
       01  render-out-pos     pic 9(3) value 0.
       01  render-value       pic x(40).
       01  render-value-len   pic 9(3) value 0.
       01  render-token-switch pic x value 'n'.
           88 render-token    value 'y'.
       01  render-candidate   pic x(20).
       01  render-event       pic x(8).
       01  render-reference   pic x(20).
       01  render-detail      pic x(40).
       01  render-day         pic x(8).
       01  render-name        pic x(30).
       01  render-date        pic x(10).
       01  digest-item-line   pic x(128).
       01  digest-count       pic 9(3) value 0.
       01  digest-candidate   pic x(20).

       01  sent-count         pic 9(4) value 0.
       01  held-count         pic 9(4) value 0.
       01  digested-count     pic 9(4) value 0.
       01  optout-count       pic 9(4) value 0.
       01  untemplated-count  pic 9(4) value 0.
       01  deadline-count     pic 9(4) value 0.
       01  count-display      pic zz9.

       procedure division.
           accept run-arguments from command-line
           unstring run-arguments delimited by all spaces
               into run-mode days-ahead-arg
           end-unstring
           move function upper-case(run-mode) to run-mode
           if days-ahead-arg not = spaces
               if function test-numval(days-ahead-arg) = 0
                   compute days-ahead = function numval(days-ahead-arg)
               else
                   display '<NTFYQ-ERROR::> days-ahead '
                           function trim(days-ahead-arg)
                           ' is not a number'
                   move 1 to return-code
                   goback
               end-if
           end-if
           if run-mode not = spaces and not digest-run
               display '<NTFYQ-ERROR::> usage: ntfyq [DIGEST]'
                       ' [days-ahead]'
               move 1 to return-code
               goback
           end-if
           move function current-date to current-date-stamp
           move current-date-stamp(1:14) to now-ts
           compute today-days = function integer-of-date(
               function numval(current-date-stamp(1:8)))
           perform load-template-table
           perform load-prefs-table
           perform load-candidate-table
           perform load-event-table
           perform raise-deadline-events
           perform deliver-one-event
               varying evt-index from 1 by 1
               until evt-index > evt-max
           if digest-run
               perform send-digest-for-candidate
                   varying evt-index from 1 by 1
                   until evt-index > evt-max
           end-if
           perform rewrite-event-file
           display '<NTFYQ::> ' sent-count ' sent, ' held-count
                   ' held for digest, ' digested-count ' digested, '
                   optout-count ' opted out, ' deadline-count
                   ' deadline warning(s) raised'
           if untemplated-count > 0
               display '<NTFYQ-WARNING::> ' untemplated-count
                       ' event(s) left NEW: no template for the event'
           end-if
           goback.

       load-template-table.
           open input template-file
           if template-file-status = '00'
               perform read-next-template-row until template-eof
               close template-file
           else
               display '<NTFYQ-WARNING::> no template file '
                       function trim(template-file-path)
           end-if
           .

       read-next-template-row.
           read template-file
               at end
                   set template-eof to true
               not at end
                   if tpt-event-in(1:1) not = '#'
                       and tpt-event-in not = spaces
                       and tpl-max < 200
                       add 1 to tpl-max
                       move tpt-event-in to tpl-event(tpl-max)
                       move tpt-text-in to tpl-text(tpl-max)
                   end-if
           end-read
           .

       load-prefs-table.
           open input prefs-file
           if prefs-file-status = '00'
               perform read-next-prefs-row until prefs-eof
               close prefs-file
           end-if
           .

       read-next-prefs-row.
           read prefs-file
               at end
                   set prefs-eof to true
               not at end
                   if prf-candidate-in(1:1) not = '#'
                       and prf-candidate-in not = spaces
                       and prf-max < 500
                       add 1 to prf-max
                       move prf-candidate-in to prf-candidate(prf-max)
                       move prf-delivery-in to prf-delivery(prf-max)
                       perform varying prf-optout-index from 1 by 1
                               until prf-optout-index > 6
                           move prf-optout-in(prf-optout-index)
                               to prf-optout(prf-max prf-optout-index)
                       end-perform
                   end-if
           end-read
           .

       load-candidate-table.
           open input candidate-file
           if candidate-file-status = '00'
               perform read-next-candidate until candidate-eof
               close candidate-file
           end-if
           .

       read-next-candidate.
           read candidate-file next
               at end
                   set candidate-eof to true
               not at end
                   if cnd-max < 500
                       add 1 to cnd-max
                       move can-id to cnd-id(cnd-max)
                       move can-name to cnd-name(cnd-max)
                       move can-cohort to cnd-cohort(cnd-max)
                       move can-status to cnd-status(cnd-max)
                       move can-zone to tzn-candidate-zone
                       move can-cohort to tzn-candidate-cohort
                       perform resolve-reader-zone
                       move tzn-reader-zone to cnd-zone(cnd-max)
                       move now-ts to tzn-utc-ts
                       perform utc-to-local
                       compute cnd-day-shift(cnd-max) =
                           function integer-of-date(
                               function numval(tzn-local-ts(1:8)))
                           - today-days
                   end-if
           end-read
           .

       load-event-table.
           open input notify-event-file
           if notify-event-file-status = '00'
               perform read-next-event until notify-event-eof
               close notify-event-file
           end-if
           .

       read-next-event.
           read notify-event-file
               at end
                   set notify-event-eof to true
               not at end
                   if evt-max < 5000
                       add 1 to evt-max
                       move nev-created-in to evt-created(evt-max)
                       move nev-candidate-in to evt-candidate(evt-max)
                       move nev-event-in to evt-event(evt-max)
                       move nev-reference-in to evt-reference(evt-max)
                       move nev-detail-in to evt-detail(evt-max)
                       move nev-status-in to evt-status(evt-max)
                       move nev-delivered-in to evt-delivered(evt-max)
                   else
                       display '<NTFYQ-ERROR::> notification queue'
                               ' exceeds 5000 events; archive the'
                               ' delivered ones first'
                       move 2 to return-code
                       close notify-event-file
                       goback
                   end-if
           end-read
           .

      *>  DEADLINE warnings: the calendar's due dates inside the
      *>  look-ahead, for every ACTIVE candidate the row applies to
      *>  with nothing in the queue for the kata and no warning on
      *>  file for it yet.
       raise-deadline-events.
           perform find-look-ahead-horizon
           open input calendar-file
           if calendar-file-status = '00'
               perform read-next-calendar-row until calendar-eof
               close calendar-file
           end-if
           if cal-max > 0
               perform load-team-table
               open input queue-file
               if queue-file-status = '00'
                   perform read-next-queue-row until queue-eof
                   close queue-file
               end-if
               perform check-calendar-row
                   varying cal-index from 1 by 1
                   until cal-index > cal-max
           end-if
           .

      *>  the day days-ahead working days on from today
       find-look-ahead-horizon.
           move today-days to horizon-days
           move 0 to horizon-count
           perform until horizon-count >= days-ahead
                   or horizon-days > today-days + days-ahead + 366
               add 1 to horizon-days
               move horizon-days to bcl-lookup-days
               perform look-up-business-day
               if not bcl-closed
                   add 1 to horizon-count
               end-if
           end-perform
           .

       read-next-calendar-row.
           read calendar-file
               at end
                   set calendar-eof to true
               not at end
                   if cal-kata-in(1:1) not = '#'
                       and cal-kata-in not = spaces
                       and cal-max < 50
                       add 1 to cal-max
                       move cal-kata-in to cal-kata(cal-max)
                       move cal-cohort-in to cal-cohort(cal-max)
                       move cal-due-in to cal-due(cal-max)
                   end-if
           end-read
           .

      *>  a rejected or cancelled row is not a submission; a team's
      *>  row stands for each of its members as well
       read-next-queue-row.
           read queue-file
               at end
                   set queue-eof to true
               not at end
                   if que-status-in not = 'REJECTED'
                       and que-status-in not = 'CANCELED'
                       move que-candidate-in to queue-row-candidate
                       perform note-queue-candidate
                       perform look-up-queue-team
                       if tmb-found
                           perform note-team-member
                               varying tmb-member-index from 1 by 1
                               until tmb-member-index > 4
                       end-if
                   end-if
           end-read
           .

       note-queue-candidate.
           if qrow-max < 3000
               add 1 to qrow-max
               move queue-row-candidate to qrow-candidate(qrow-max)
               move que-kata-in to qrow-kata(qrow-max)
           end-if
           .

       note-team-member.
           if tmb-member(tmb-index tmb-member-index) not = spaces
               and tmb-member(tmb-index tmb-member-index)
                   not = '*PURGED*'
               move tmb-member(tmb-index tmb-member-index)
                   to queue-row-candidate
               perform note-queue-candidate
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

      *>  a candidate's due date only ever moves later, so a row
      *>  due past the look-ahead (a day over, for the candidates
      *>  whose today is not the shop's) is nobody's to warn about
       check-calendar-row.
           if function test-numval(cal-due(cal-index)(1:8)) = 0
               compute due-days = function integer-of-date(
                   function numval(cal-due(cal-index)(1:8)))
               if due-days <= horizon-days + 1
                   perform check-candidate-deadline
                       varying cnd-index from 1 by 1
                       until cnd-index > cnd-max
               end-if
           end-if
           .

      *>  the row's due date as it stands for the candidate -
      *>  extended, past a leave, off a closed day - in the
      *>  candidate's own look-ahead
       check-candidate-deadline.
           move 'n' to calendar-applies-switch
           if cnd-status(cnd-index) = 'ACTIVE  '
               if cal-cohort(cal-index) = cnd-cohort(cnd-index)
                   set calendar-applies to true
               else
                   if cal-cohort(cal-index)(1:1) = '*'
                       perform find-cohort-calendar-row
                       if not cohort-row-on-file
                           set calendar-applies to true
                       end-if
                   end-if
               end-if
           end-if
           if calendar-applies
               move cnd-id(cnd-index) to efd-candidate
               move cal-due(cal-index) to efd-calendar-due
               perform resolve-effective-due
               compute due-days = function integer-of-date(
                   function numval(efd-effective-due(1:8)))
               if due-days < today-days + cnd-day-shift(cnd-index)
                   or due-days > horizon-days
                       + cnd-day-shift(cnd-index)
                   move 'n' to calendar-applies-switch
               end-if
           end-if
           if calendar-applies
               perform check-already-covered
               if not already-covered
                   perform add-deadline-event
               end-if
           end-if
           .

      *>  the candidate's own cohort row for the kata, when there is
      *>  one, wins over the wildcard row.
       find-cohort-calendar-row.
           move 'n' to cohort-row-switch
           perform varying cal-scan from 1 by 1
                   until cal-scan > cal-max
               if cal-kata(cal-scan) = cal-kata(cal-index)
                   and cal-cohort(cal-scan) = cnd-cohort(cnd-index)
                   set cohort-row-on-file to true
               end-if
           end-perform
           .

       check-already-covered.
           move 'n' to already-switch
           perform varying qrow-index from 1 by 1
                   until qrow-index > qrow-max
               if qrow-candidate(qrow-index) = cnd-id(cnd-index)
                   and qrow-kata(qrow-index) = cal-kata(cal-index)
                   set already-covered to true
               end-if
           end-perform
           perform varying evt-scan from 1 by 1
                   until evt-scan > evt-max
               if evt-candidate(evt-scan) = cnd-id(cnd-index)
                   and evt-event(evt-scan) = 'DEADLINE'
                   and evt-reference(evt-scan) = cal-kata(cal-index)
                   set already-covered to true
               end-if
           end-perform
           .

       add-deadline-event.
           if evt-max < 5000
               add 1 to evt-max
               add 1 to deadline-count
               move now-ts to evt-created(evt-max)
               move cnd-id(cnd-index) to evt-candidate(evt-max)
               move 'DEADLINE' to evt-event(evt-max)
               move cal-kata(cal-index) to evt-reference(evt-max)
               move spaces to evt-detail(evt-max)
               string 'due ' efd-effective-due(1:4) '-'
                      efd-effective-due(5:2) '-'
                      efd-effective-due(7:2) ' '
                      efd-effective-due(9:2) ':'
                      efd-effective-due(11:2)
                   delimited by size into evt-detail(evt-max)
               evaluate true
                   when efd-leave-moved
                       move ' (after leave)' to evt-detail(evt-max)(21:)
                   when efd-extended
                       move ' (extended)' to evt-detail(evt-max)(21:)
                   when efd-closed-moved
                       move ' (off a closed day)'
                           to evt-detail(evt-max)(21:)
               end-evaluate
               move 'NEW' to evt-status(evt-max)
               move spaces to evt-delivered(evt-max)
           else
               if not evt-table-full
                   display '<NTFYQ-WARNING::> notification queue'
                           ' full; deadline warnings dropped'
                   set evt-table-full to true
               end-if
           end-if
           .

       deliver-one-event.
           if evt-status(evt-index) = 'NEW     '
               perform look-up-preference
               evaluate true
                   when opted-out
                       move 'OPTOUT' to evt-status(evt-index)
                       move now-ts to evt-delivered(evt-index)
                       add 1 to optout-count
                   when prf-found
                           and prf-delivery(prf-index) = 'DIGEST'
                       move 'HELD' to evt-status(evt-index)
                       add 1 to held-count
                   when other
                       perform send-event-message
               end-evaluate
           end-if
           .

       look-up-preference.
           move 'n' to prf-found-switch
           move 'n' to opted-out-switch
           move 1 to prf-index
           perform test before
               until prf-index > prf-max or prf-found
               if prf-candidate(prf-index) = evt-candidate(evt-index)
                   set prf-found to true
               else
                   add 1 to prf-index
               end-if
           end-perform
           if prf-found
               perform varying prf-optout-index from 1 by 1
                       until prf-optout-index > 6
                   if prf-optout(prf-index prf-optout-index)
                           = evt-event(evt-index)
                       or prf-optout(prf-index prf-optout-index)(1:1)
                           = '*'
                       set opted-out to true
                   end-if
               end-perform
           end-if
           .

       send-event-message.
           move evt-index to evt-scan
           perform set-render-from-event
           perform find-event-template
           if not tpl-found
               add 1 to untemplated-count
           else
               move evt-candidate(evt-index) to digest-candidate
               perform open-outbound-file
               if outbound-open
                   move digest-candidate to reader-candidate
                   perform read-reader-clock
                   move spaces to outbound-record
                   string '---- ' reader-now-ts(1:4) '-'
                          reader-now-ts(5:2) '-' reader-now-ts(7:2)
                          ' ' reader-now-ts(9:2) ':'
                          reader-now-ts(11:2) ' '
                          function trim(tzn-reader-zone) ' '
                          render-event
                       delimited by size into outbound-record
                   write outbound-record
                   perform write-event-template-line
                       varying tpl-index from tpl-index by 1
                       until tpl-index > tpl-max
                   close outbound-file
                   move 'SENT' to evt-status(evt-index)
                   move now-ts to evt-delivered(evt-index)
                   add 1 to sent-count
               end-if
           end-if
           .

       find-event-template.
           move 'n' to tpl-found-switch
           move 1 to tpl-index
           perform test before
               until tpl-index > tpl-max or tpl-found
               if tpl-event(tpl-index) = render-event
                   set tpl-found to true
               else
                   add 1 to tpl-index
               end-if
           end-perform
           .

       write-event-template-line.
           if tpl-event(tpl-index) = render-event
               move tpl-text(tpl-index) to render-text
               perform render-template-line
               write outbound-record from render-line
           end-if
           .

      *>  the outbound message file of digest-candidate, created on
      *>  the candidate's first message.
       open-outbound-file.
           move 'n' to outbound-open-switch
           move spaces to outbound-file-path
           string 'batch/notifications/'
                  function trim(digest-candidate) '.txt'
               delimited by size into outbound-file-path
           open extend outbound-file
           if outbound-file-status = '35'
               open output outbound-file
           end-if
           if outbound-file-status = '00'
               set outbound-open to true
           else
               display '<NTFYQ-WARNING::> cannot open '
                       function trim(outbound-file-path)
                       ' status ' outbound-file-status
           end-if
           .

      *>  One digest per candidate with HELD events, gathered at
      *>  the candidate's first held event in queue order.
       send-digest-for-candidate.
           if evt-status(evt-index) = 'HELD    '
               move evt-candidate(evt-index) to digest-candidate
               move 0 to digest-count
               perform varying evt-scan from evt-index by 1
                       until evt-scan > evt-max
                   if evt-candidate(evt-scan) = digest-candidate
                       and evt-status(evt-scan) = 'HELD    '
                       add 1 to digest-count
                   end-if
               end-perform
               perform open-outbound-file
               if outbound-open
                   perform write-digest-message
                   close outbound-file
               end-if
           end-if
           .

       write-digest-message.
           move digest-candidate to reader-candidate
           perform read-reader-clock
           move spaces to outbound-record
           string '---- ' reader-now-ts(1:4) '-' reader-now-ts(5:2)
                  '-' reader-now-ts(7:2) ' ' reader-now-ts(9:2) ':'
                  reader-now-ts(11:2) ' '
                  function trim(tzn-reader-zone) ' DIGEST'
               delimited by size into outbound-record
           write outbound-record
           move digest-candidate to render-candidate
           move 'DIGEST' to render-event
           move spaces to render-reference
           move digest-count to count-display
           move spaces to render-detail
           string function trim(count-display) ' notice(s)'
               delimited by size into render-detail
           move reader-now-ts(1:8) to render-day
           perform varying tpl-index from 1 by 1
                   until tpl-index > tpl-max
               if tpl-event(tpl-index) = 'DIGEST'
                   move tpl-text(tpl-index) to render-text
                   perform render-template-line
                   write outbound-record from render-line
               end-if
           end-perform
           perform write-digest-item
               varying evt-scan from evt-index by 1
               until evt-scan > evt-max
           .

       write-digest-item.
           if evt-candidate(evt-scan) = digest-candidate
               and evt-status(evt-scan) = 'HELD    '
               perform set-render-from-event
               perform find-event-template
               move spaces to render-line
               if tpl-found
                   move tpl-text(tpl-index) to render-text
                   perform render-template-line
                   move render-line to digest-item-line
                   move spaces to render-line
                   string '  - ' digest-item-line
                       delimited by size into render-line
               else
                   string '  - ' evt-event(evt-scan) ' '
                          function trim(evt-reference(evt-scan)) ' '
                          function trim(evt-detail(evt-scan))
                       delimited by size into render-line
               end-if
               write outbound-record from render-line
               move 'DIGESTED' to evt-status(evt-scan)
               move now-ts to evt-delivered(evt-scan)
               add 1 to digested-count
           end-if
           .

       set-render-from-event.
           move evt-candidate(evt-scan) to render-candidate
           move evt-event(evt-scan) to render-event
           move evt-reference(evt-scan) to render-reference
           move evt-detail(evt-scan) to render-detail
           move evt-candidate(evt-scan) to reader-candidate
           perform set-reader-zone
           move evt-created(evt-scan) to tzn-utc-ts
           perform utc-to-local
           move tzn-local-ts(1:8) to render-day
           .

      *>  reader-candidate in: the zone they read times in (the
      *>  shop's for an id not on the master), and the time now
      *>  there.
       set-reader-zone.
           move tzn-shop-zone to tzn-reader-zone
           perform varying cnd-index from 1 by 1
                   until cnd-index > cnd-max
               if cnd-id(cnd-index) = reader-candidate
                   move cnd-zone(cnd-index) to tzn-reader-zone
               end-if
           end-perform
           .

       read-reader-clock.
           perform set-reader-zone
           move now-ts to tzn-utc-ts
           perform utc-to-local
           move tzn-local-ts to reader-now-ts
           .

      *>  Copies render-text into render-line, replacing each
      *>  &CAN/&NAM/&REF/&DET/&DAT token with the render- value
      *>  set up by the caller.
       render-template-line.
           move spaces to render-line
           move 1 to render-in-pos
           move 1 to render-out-pos
           move render-candidate to render-name
           perform varying cnd-index from 1 by 1
                   until cnd-index > cnd-max
               if cnd-id(cnd-index) = render-candidate
                   and cnd-name(cnd-index) not = spaces
                   move cnd-name(cnd-index) to render-name
               end-if
           end-perform
           move spaces to render-date
           string render-day(1:4) '-' render-day(5:2) '-'
                  render-day(7:2)
               delimited by size into render-date
           perform render-next-character
               until render-in-pos > 100 or render-out-pos > 132
           .

       render-next-character.
           move 'n' to render-token-switch
           if render-text(render-in-pos:1) = '&'
               and render-in-pos <= 97
               set render-token to true
               evaluate render-text(render-in-pos:4)
                   when '&CAN'
                       move render-candidate to render-value
                   when '&NAM'
                       move render-name to render-value
                   when '&REF'
                       move render-reference to render-value
                   when '&DET'
                       move render-detail to render-value
                   when '&DAT'
                       move render-date to render-value
                   when other
                       move 'n' to render-token-switch
               end-evaluate
           end-if
           if render-token
               add 4 to render-in-pos
               if render-value not = spaces
                   compute render-value-len = function length(
                       function trim(render-value trailing))
                   if render-out-pos + render-value-len > 133
                       compute render-value-len =
                           133 - render-out-pos
                   end-if
                   move render-value(1:render-value-len)
                       to render-line(render-out-pos:render-value-len)
                   add render-value-len to render-out-pos
               end-if
           else
               move render-text(render-in-pos:1)
                   to render-line(render-out-pos:1)
               add 1 to render-in-pos
               add 1 to render-out-pos
           end-if
           .

       rewrite-event-file.
           if evt-max > 0
               open output notify-event-file
               if notify-event-file-status not = '00'
                   display '<NTFYQ-ERROR::> cannot rewrite '
                           function trim(notify-event-file-path)
                           ' status ' notify-event-file-status
                   move 2 to return-code
               else
                   perform write-one-event
                       varying evt-index from 1 by 1
                       until evt-index > evt-max
                   close notify-event-file
               end-if
           end-if
           .

       write-one-event.
           move spaces to notify-event-record
           move evt-created(evt-index) to nev-created-in
           move evt-candidate(evt-index) to nev-candidate-in
           move evt-event(evt-index) to nev-event-in
           move evt-reference(evt-index) to nev-reference-in
           move evt-detail(evt-index) to nev-detail-in
           move evt-status(evt-index) to nev-status-in
           move evt-delivered(evt-index) to nev-delivered-in
           write notify-event-record
           .

           copy tbcalhelp.
           copy tzonhelp.
           copy tacchelp.
           copy tefdhelp.

       end program ntfyq.
