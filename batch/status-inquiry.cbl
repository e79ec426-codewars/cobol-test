       program-id. stsinq.

      *>  Candidate self-service status inquiry. opcon is an
      *>  operator's tool; a candidate (or their instructor) wanting
      *>  to know whether a submission ran, how it went and how many
      *>  attempts are left still had to phone the night operator.
      *>  This is the read-only answer, keyed by candidate id, put
      *>  together from the files the batch already keeps:
      *>
      *>    QUEUE         the candidate's submissions-queue rows,
      *>                  a PENDING row with its place among the
      *>                  PENDING rows (the drain takes them in file
      *>                  order)
      *>    RESULTS       per kata, the latest graded run on the
      *>                  audit trail (voided runs left out) and the
      *>                  attempts used against
      *>                  batch/grading-policy.txt (kata rows win
      *>                  over difficulty rows, as in the drain)
      *>    APPEALS       PENDING rows on batch/appeals-queue.txt
      *>    DUE DATES     assignment-calendar rows still to come for
      *>                  the candidate's cohort (their own cohort
      *>                  row wins over '*'), marked submitted or not,
      *>                  each at the due date latrpt holds the
      *>                  candidate to (src/tefddata.cpy) - moved on
      *>                  by a DEADLINE accommodation, past a leave
      *>                  of absence and off a closed day, with a
      *>                  note for each - in the candidate's own zone
      *>                  (src/tzondata.cpy)
      *>    CERTIFICATES  awards on batch/cert-awards.txt
      *>
      *>  Access: a candidate sees their own record only. An
      *>  instructor on the instructor registry
      *>  (batch/instructor-registry.txt, ctlchg file INSTRUCT, '#'
      *>  comment lines: instructor-id(20) cohort(10) name(30), a
      *>  row per cohort taught) sees any candidate in a cohort they
      *>  teach.
      *>  Every inquiry, shown or refused, is journaled to
      *>  batch/inquiry-journal.txt - timestamp(14) requester(20)
      *>  candidate(20) outcome(8).
      *>
      *>  Usage: stsinq <requester-id> [candidate-id]
      *>  (a candidate may leave the second id off). Return code 1
      *>  for an unknown candidate, 2 for a refused inquiry.

       environment division.
       input-output section.
       file-control.
           copy tcanfc.
           copy taudfc.
           copy tcatfc.
           copy tvoidfc.
           copy tbcalfc.
           copy tzonfc.
           copy taccfc.
           copy tstsfc.
           select registry-file assign to dynamic registry-file-path
               organization line sequential
               file status registry-file-status.
           select journal-file assign to dynamic journal-file-path
               organization line sequential
               file status journal-file-status.
           select queue-file assign to dynamic queue-file-path
               organization line sequential
               file status queue-file-status.
           select policy-file assign to dynamic policy-file-path
               organization line sequential
               file status policy-file-status.
           select appeals-file assign to dynamic appeals-file-path
               organization line sequential
               file status appeals-file-status.
           select calendar-file assign to dynamic calendar-file-path
               organization line sequential
               file status calendar-file-status.
           select awards-file assign to dynamic awards-file-path
               organization line sequential
               file status awards-file-status.

       data division.
       file section.
           copy tcanfd.
           copy taudfd.
           copy tcatfd.
           copy tvoidfd.
           copy tbcalfd.
           copy tzonfd.
           copy taccfd.
           copy tstsfd.
       fd  registry-file.
       01  registry-record.
           05 ins-id-in       pic x(20).
           05 ins-cohort-in   pic x(10).
           05 ins-name-in     pic x(30).
       fd  journal-file.
       01  journal-record.
           05 inj-ts-in        pic x(14).
           05 inj-requester-in pic x(20).
           05 inj-candidate-in pic x(20).
           05 inj-outcome-in   pic x(8).
       fd  queue-file.
       01  queue-record.
           05 que-status-in    pic x(8).
           05 que-candidate-in pic x(20).
           05 que-kata-in      pic x(20).
           05 que-received-in  pic x(14).
       fd  policy-file.
       01  policy-record.
           05 pol-scope-type-in pic x(12).
           05 pol-scope-key-in  pic x(20).
           05 pol-max-in        pic x(4).
           05 pol-cooldown-in   pic x(4).
       fd  appeals-file.
       01  appeals-record.
           05 apl-status-in    pic x(8).
           05 apl-candidate-in pic x(20).
           05 apl-kata-in      pic x(20).
           05 apl-disputed-in  pic x(14).
           05 apl-filed-in     pic x(14).
       fd  calendar-file.
       01  calendar-record.
           05 cal-kata-in    pic x(20).
           05 cal-cohort-in  pic x(10).
           05 cal-due-in     pic x(14).
           05 cal-penalty-in pic x(3).
       fd  awards-file.
       01  awards-record.
           05 awd-candidate-in pic x(20).
           05 awd-category-in  pic x(20).
           05 awd-date-in      pic x(8).
           05 awd-count-in     pic x(3).

       working-storage section.
           copy tcandata.
           copy tauddata.
           copy tcatdata.
           copy tvoiddata.
           copy tbcaldata.
           copy tzondata.
           copy taccdata.
           copy tstsdata.
           copy tefddata.
       01  registry-file-path pic x(100)
                               value 'batch/instructor-registry.txt'.
       01  registry-file-status pic x(2) value spaces.
       01  registry-eof-switch pic x value 'n'.
           88 registry-eof    value 'y'.
       01  journal-file-path  pic x(100)
                               value 'batch/inquiry-journal.txt'.
       01  journal-file-status pic x(2) value spaces.
       01  queue-file-path    pic x(100)
                               value 'batch/submissions-queue.txt'.
       01  queue-file-status  pic x(2) value spaces.
       01  queue-eof-switch   pic x value 'n'.
           88 queue-eof       value 'y'.
       01  policy-file-path   pic x(100)
                               value 'batch/grading-policy.txt'.
       01  policy-file-status pic x(2) value spaces.
       01  policy-eof-switch  pic x value 'n'.
           88 policy-eof      value 'y'.
       01  appeals-file-path  pic x(100)
                               value 'batch/appeals-queue.txt'.
       01  appeals-file-status pic x(2) value spaces.
       01  appeals-eof-switch pic x value 'n'.
           88 appeals-eof     value 'y'.
       01  calendar-file-path pic x(100)
                               value 'batch/assignment-calendar.txt'.
       01  calendar-file-status pic x(2) value spaces.
       01  calendar-eof-switch pic x value 'n'.
           88 calendar-eof    value 'y'.
       01  awards-file-path   pic x(100)
                               value 'batch/cert-awards.txt'.
       01  awards-file-status pic x(2) value spaces.
       01  awards-eof-switch  pic x value 'n'.
           88 awards-eof      value 'y'.

       01  inquiry-arguments  pic x(60) value spaces.
       01  requester-id       pic x(20) value spaces.
       01  inquiry-id         pic x(20) value spaces.
       01  inquiry-outcome    pic x(8) value spaces.
       01  current-date-stamp pic x(21).
      *>  the candidate's today, in their zone, for the due dates
       01  candidate-today    pic x(8).
       01  extension-display  pic z9.

      *>  The cohorts the requester teaches, when an instructor.
       01  taught-max         pic 9(2) value 0.
       01  taught-table.
           05 taught-cohort occurs 20 times pic x(10).
       01  taught-index       pic 9(2) value 0.
       01  access-switch      pic x value 'n'.
           88 access-granted  value 'y'.

       01  pol-max            pic 9(2) value 0.
       01  pol-table.
           05 pol-entry occurs 30 times.
              10 pol-scope-type pic x(12).
              10 pol-scope-key  pic x(20).
              10 pol-limit      pic 9(4).
       01  pol-index          pic 9(2) value 0.
       01  pol-found-switch   pic x value 'n'.
           88 pol-found       value 'y'.
       01  pol-applicable-limit pic 9(4) value 0.

       01  kat-max            pic 9(3) value 0.
       01  kat-table.
           05 kat-entry occurs 40 times.
              10 kat-name       pic x(20).
              10 kat-difficulty pic x(10).
       01  kat-index          pic 9(3) value 0.
       01  kat-found-switch   pic x value 'n'.
           88 kat-found       value 'y'.

      *>  Per kata: the latest graded run and the attempts counted
      *>  the way the drain counts them (counting solo runs;
      *>  regrades and team credit are left out).
       01  kres-max           pic 9(3) value 0.
       01  kres-table.
           05 kres-entry occurs 100 times.
              10 kres-kata     pic x(20).
              10 kres-last-ts  pic x(14).
              10 kres-pass     pic x(6).
              10 kres-fail     pic x(6).
              10 kres-attempts pic 9(4).
       01  kres-index         pic 9(3) value 0.
       01  kres-found-switch  pic x value 'n'.
           88 kres-found      value 'y'.

       01  cal-max            pic 9(2) value 0.
       01  cal-table.
           05 cal-entry occurs 50 times.
              10 cal-kata     pic x(20).
              10 cal-cohort   pic x(10).
              10 cal-due      pic x(14).
              10 cal-penalty  pic x(3).
       01  cal-index          pic 9(2) value 0.
       01  cal-scan           pic 9(2) value 0.
       01  cohort-row-switch  pic x value 'n'.
           88 cohort-row-on-file value 'y'.

      *>  The candidate's live queue rows, for the due-date check.
       01  sub-max            pic 9(3) value 0.
       01  sub-table.
           05 sub-kata occurs 200 times pic x(20).
       01  sub-index          pic 9(3) value 0.
       01  submitted-switch   pic x value 'n'.
           88 kata-submitted  value 'y'.

       01  pending-ahead      pic 9(5) value 0.
       01  section-count      pic 9(4) value 0.
       01  position-display   pic z(4)9.
       01  count-display      pic z(3)9.
       01  limit-display      pic z(3)9.
       01  report-line        pic x(132).

       procedure division.
           accept inquiry-arguments from command-line
           unstring inquiry-arguments delimited by all spaces
               into requester-id inquiry-id
           end-unstring
           if requester-id = spaces
               display '<STSINQ-ERROR::> usage: stsinq <requester-id>'
                       ' [candidate-id]'
               move 1 to return-code
               goback
           end-if
           move function current-date to current-date-stamp
           perform load-taught-cohorts
           if inquiry-id = spaces
               move requester-id to inquiry-id
           end-if
           open input candidate-file
           if candidate-file-status not = '00'
               display '<STSINQ-ERROR::> cannot open '
                       function trim(candidate-file-path)
                       ' status ' candidate-file-status
               move 1 to return-code
               goback
           end-if
           move inquiry-id to can-id
           read candidate-file
               invalid key
                   move 'UNKNOWN' to inquiry-outcome
               not invalid key
                   perform check-inquiry-access
           end-read
           close candidate-file
           evaluate inquiry-outcome
               when 'UNKNOWN'
      *>  an unknown id is refused to a stranger the same way as a
      *>  known one, so the inquiry cannot probe who is registered
                   if taught-max = 0 and inquiry-id not = requester-id
                       move 'DENIED' to inquiry-outcome
                       perform refuse-inquiry
                   else
                       display '<STSINQ-REJECT::> '
                               function trim(inquiry-id)
                               ' is not registered'
                       move 1 to return-code
                   end-if
               when 'DENIED'
                   perform refuse-inquiry
               when other
                   move 'SHOWN' to inquiry-outcome
                   perform show-candidate-status
           end-evaluate
           perform journal-inquiry
           goback.

       load-taught-cohorts.
           open input registry-file
           if registry-file-status = '00'
               perform read-next-registry-row until registry-eof
               close registry-file
           end-if
           .

       read-next-registry-row.
           read registry-file
               at end
                   set registry-eof to true
               not at end
                   if ins-id-in(1:1) not = '#'
                       and ins-id-in = requester-id
                       and taught-max < 20
                       add 1 to taught-max
                       move ins-cohort-in to taught-cohort(taught-max)
                   end-if
           end-read
           .

      *>  the candidate themself, or an instructor of their cohort
       check-inquiry-access.
           move 'n' to access-switch
           if can-id = requester-id
               set access-granted to true
           end-if
           perform varying taught-index from 1 by 1
                   until taught-index > taught-max
               if taught-cohort(taught-index) = can-cohort
                   and can-cohort not = spaces
                   set access-granted to true
               end-if
           end-perform
           if access-granted
               move 'SHOWN' to inquiry-outcome
           else
               move 'DENIED' to inquiry-outcome
           end-if
           .

       refuse-inquiry.
           display '<STSINQ-REJECT::> ' function trim(requester-id)
                   ' may not see the record of '
                   function trim(inquiry-id)
           move 2 to return-code
           .

       journal-inquiry.
           open extend journal-file
           if journal-file-status = '35'
               open output journal-file
           end-if
           if journal-file-status = '00'
               move current-date-stamp(1:14) to inj-ts-in
               move requester-id to inj-requester-in
               move inquiry-id to inj-candidate-in
               move inquiry-outcome to inj-outcome-in
               write journal-record
               close journal-file
           end-if
           .

       show-candidate-status.
           move spaces to report-line
           string '<STSINQ::> ' function trim(can-id) ' ('
                  function trim(can-name) ', cohort '
                  function trim(can-cohort) ', ' function trim(
                  can-status) ') as of ' current-date-stamp(1:4) '-'
                  current-date-stamp(5:2) '-' current-date-stamp(7:2)
                  ' ' current-date-stamp(9:2) ':'
                  current-date-stamp(11:2)
               delimited by size into report-line
           display function trim(report-line trailing)
           perform show-queue-section
           perform show-results-section
           perform show-appeals-section
           perform show-due-dates-section
           perform show-certificates-section
           .

       show-queue-section.
           display 'QUEUE:'
           move 0 to section-count pending-ahead
           open input queue-file
           if queue-file-status = '00'
               perform read-next-queue-row until queue-eof
               close queue-file
           end-if
           if section-count = 0
               display '  nothing in the submissions queue'
           end-if
           .

       read-next-queue-row.
           read queue-file
               at end
                   set queue-eof to true
               not at end
                   if que-candidate-in = can-id
                       perform show-queue-row
                   end-if
                   if que-status-in = 'PENDING '
                       add 1 to pending-ahead
                   end-if
           end-read
           .

       show-queue-row.
           add 1 to section-count
           if que-status-in not = 'REJECTED'
               and que-status-in not = 'CANCELED'
               and sub-max < 200
               add 1 to sub-max
               move que-kata-in to sub-kata(sub-max)
           end-if
           move spaces to report-line
           string '  ' que-kata-in ' ' que-status-in ' received '
                  que-received-in
               delimited by size into report-line
           if que-status-in = 'PENDING '
               compute position-display = pending-ahead + 1
               string 'position ' function trim(position-display)
                      ' in the queue'
                   delimited by size into report-line(68:)
           end-if
           display function trim(report-line trailing)
           .

       show-results-section.
           display 'RESULTS:'
           perform load-policy-table
           perform load-catalog-difficulties
           open input audit-file
           if audit-file-status = '00'
               perform read-next-audit-record until audit-eof
               close audit-file
           end-if
           if kres-max = 0
               display '  no graded runs on file'
           end-if
           perform show-one-kata-result
               varying kres-index from 1 by 1
               until kres-index > kres-max
           .

       load-policy-table.
           open input policy-file
           if policy-file-status = '00'
               perform read-next-policy-row until policy-eof
               close policy-file
           end-if
           .

       read-next-policy-row.
           read policy-file
               at end
                   set policy-eof to true
               not at end
                   if pol-scope-type-in(1:1) not = '#'
                       and pol-scope-type-in not = spaces
                       and function test-numval(pol-max-in) = 0
                       and pol-max < 30
                       add 1 to pol-max
                       move pol-scope-type-in
                           to pol-scope-type(pol-max)
                       move pol-scope-key-in
                           to pol-scope-key(pol-max)
                       compute pol-limit(pol-max) =
                           function numval(pol-max-in)
                   end-if
           end-read
           .

       load-catalog-difficulties.
           open input catalog-file
           if catalog-file-status = '00'
               perform read-next-catalog-entry until catalog-eof
               close catalog-file
           end-if
           .

       read-next-catalog-entry.
           read catalog-file
               at end
                   set catalog-eof to true
               not at end
                   if kat-max < 40
                       add 1 to kat-max
                       move cat-kata-name-in to kat-name(kat-max)
                       move cat-difficulty-in
                           to kat-difficulty(kat-max)
                   end-if
           end-read
           .

       read-next-audit-record.
           read audit-file
               at end
                   set audit-eof to true
               not at end
                   if aud-candidate-id-in = can-id
                       perform check-audit-detail-voided
                       if not detail-voided
                           perform note-kata-result
                       end-if
                   end-if
           end-read
           .

       note-kata-result.
           move 'n' to kres-found-switch
           move 1 to kres-index
           perform test before
               until kres-index > kres-max or kres-found
               if kres-kata(kres-index) = aud-kata-name-in
                   set kres-found to true
               else
                   add 1 to kres-index
               end-if
           end-perform
           if not kres-found and kres-max < 100
               add 1 to kres-max
               move kres-max to kres-index
               move aud-kata-name-in to kres-kata(kres-index)
               move 0 to kres-attempts(kres-index)
               set kres-found to true
           end-if
           if kres-found
               move aud-timestamp-in to kres-last-ts(kres-index)
               move aud-pass-count-in to kres-pass(kres-index)
               move aud-fail-count-in to kres-fail(kres-index)
               if aud-origin-in not = 'REGRADE'
                   and aud-origin-in not = 'TEAM'
                   and aud-team-id-in = spaces
                   add 1 to kres-attempts(kres-index)
               end-if
           end-if
           .

       show-one-kata-result.
           perform find-applicable-limit
           move spaces to report-line
           if function test-numval(kres-pass(kres-index)) = 0
               and function test-numval(kres-fail(kres-index)) = 0
               string '  ' kres-kata(kres-index) ' last run '
                      kres-last-ts(kres-index) ' passed '
                      function trim(kres-pass(kres-index))
                      ', failed '
                      function trim(kres-fail(kres-index))
                   delimited by size into report-line
           else
               string '  ' kres-kata(kres-index) ' last run '
                      kres-last-ts(kres-index) ' '
                      function trim(kres-pass(kres-index))
                   delimited by size into report-line
           end-if
           move kres-attempts(kres-index) to count-display
           if pol-applicable-limit > 0
               move pol-applicable-limit to limit-display
               string 'attempts ' function trim(count-display)
                      ' of ' function trim(limit-display)
                   delimited by size into report-line(80:)
           else
               string 'attempts ' function trim(count-display)
                      ' (no limit)'
                   delimited by size into report-line(80:)
           end-if
           display function trim(report-line trailing)
           .

      *>  kata-scope rows outrank difficulty-scope rows, the
      *>  same precedence the queue drain applies.
       find-applicable-limit.
           move 0 to pol-applicable-limit
           move 'n' to pol-found-switch
           perform varying pol-index from 1 by 1
                   until pol-index > pol-max or pol-found
               if pol-scope-type(pol-index)(1:4) = 'kata'
                   and pol-scope-key(pol-index)
                       = kres-kata(kres-index)
                   move pol-limit(pol-index)
                       to pol-applicable-limit
                   set pol-found to true
               end-if
           end-perform
           if not pol-found
               move kres-kata(kres-index) to aud-kata-name
               perform look-up-kata-difficulty
               perform varying pol-index from 1 by 1
                       until pol-index > pol-max or pol-found
                   if pol-scope-type(pol-index)(1:10)
                           = 'difficulty'
                       and pol-scope-key(pol-index)(1:10)
                           = cat-difficulty
                       move pol-limit(pol-index)
                           to pol-applicable-limit
                       set pol-found to true
                   end-if
               end-perform
           end-if
           .

       look-up-kata-difficulty.
           move spaces to cat-difficulty
           move 'n' to kat-found-switch
           move 1 to kat-index
           perform test before
               until kat-index > kat-max or kat-found
               if kat-name(kat-index) = aud-kata-name
                   set kat-found to true
               else
                   add 1 to kat-index
               end-if
           end-perform
           if kat-found
               move kat-difficulty(kat-index) to cat-difficulty
           end-if
           .

       show-appeals-section.
           display 'APPEALS:'
           move 0 to section-count
           open input appeals-file
           if appeals-file-status = '00'
               perform read-next-appeal until appeals-eof
               close appeals-file
           end-if
           if section-count = 0
               display '  no appeals pending'
           end-if
           .

       read-next-appeal.
           read appeals-file
               at end
                   set appeals-eof to true
               not at end
                   if apl-candidate-in = can-id
                       and apl-status-in = 'PENDING '
                       add 1 to section-count
                       move spaces to report-line
                       string '  ' apl-kata-in ' run '
                              apl-disputed-in ' filed '
                              apl-filed-in ' PENDING'
                           delimited by size into report-line
                       display function trim(report-line trailing)
                   end-if
           end-read
           .

       show-due-dates-section.
           display 'DUE DATES:'
           move 0 to section-count
           move can-zone to tzn-candidate-zone
           move can-cohort to tzn-candidate-cohort
           perform resolve-reader-zone
           move current-date-stamp(1:14) to tzn-utc-ts
           perform utc-to-local
           move tzn-local-ts(1:8) to candidate-today
           open input calendar-file
           if calendar-file-status = '00'
               perform read-next-calendar-row until calendar-eof
               close calendar-file
           end-if
           perform show-one-due-date
               varying cal-index from 1 by 1
               until cal-index > cal-max
           if section-count = 0
               display '  nothing due'
           end-if
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
                       move cal-penalty-in to cal-penalty(cal-max)
                   end-if
           end-read
           .

      *>  the candidate's own cohort row for a kata wins over the
      *>  wildcard row, as in latrpt.
       show-one-due-date.
           move 'n' to cohort-row-switch
           if cal-cohort(cal-index)(1:1) = '*'
               perform varying cal-scan from 1 by 1
                       until cal-scan > cal-max
                   if cal-kata(cal-scan) = cal-kata(cal-index)
                       and cal-cohort(cal-scan) = can-cohort
                       set cohort-row-on-file to true
                   end-if
               end-perform
           end-if
           if cal-cohort(cal-index) = can-cohort
               or (cal-cohort(cal-index)(1:1) = '*'
                   and not cohort-row-on-file)
               move can-id to efd-candidate
               move cal-due(cal-index) to efd-calendar-due
               perform resolve-effective-due
               if efd-effective-due(1:8) >= candidate-today
                   perform show-effective-due-date
               end-if
           end-if
           .

       show-effective-due-date.
           add 1 to section-count
           move 'n' to submitted-switch
           perform varying sub-index from 1 by 1
                   until sub-index > sub-max
               if sub-kata(sub-index) = cal-kata(cal-index)
                   set kata-submitted to true
               end-if
           end-perform
           move spaces to report-line
           string '  ' cal-kata(cal-index) ' due '
                  efd-effective-due(1:4) '-'
                  efd-effective-due(5:2) '-'
                  efd-effective-due(7:2) ' '
                  efd-effective-due(9:2) ':'
                  efd-effective-due(11:2) ' '
                  tzn-reader-zone '  late penalty '
                  cal-penalty(cal-index) '%/day'
               delimited by size into report-line
           if kata-submitted
               move 'submitted' to report-line(80:)
           else
               move 'not submitted' to report-line(80:)
           end-if
           display function trim(report-line trailing)
           if efd-extended
               move acm-factor-result to extension-display
               move spaces to report-line
               string '      extended ' function trim(extension-display)
                      ' day(s) by DEADLINE accommodation (approved by '
                      function trim(acm-approved-result) ')'
                   delimited by size into report-line
               display function trim(report-line trailing)
           end-if
           if efd-leave-moved
               display '      moved on past a leave of absence'
           end-if
           if efd-closed-moved
               move spaces to report-line
               string '      moved off a closed day ('
                      function trim(efd-closed-kind) ' '
                      function trim(efd-closed-description)
                      ') to the next working day'
                   delimited by size into report-line
               display function trim(report-line trailing)
           end-if
           if efd-extended or efd-leave-moved or efd-closed-moved
               move spaces to report-line
               string '      calendar due '
                      cal-due(cal-index)(1:4) '-'
                      cal-due(cal-index)(5:2) '-'
                      cal-due(cal-index)(7:2)
                   delimited by size into report-line
               display function trim(report-line trailing)
           end-if
           .

       show-certificates-section.
           display 'CERTIFICATES:'
           move 0 to section-count
           open input awards-file
           if awards-file-status = '00'
               perform read-next-award until awards-eof
               close awards-file
           end-if
           if section-count = 0
               display '  none yet'
           end-if
           .

       read-next-award.
           read awards-file
               at end
                   set awards-eof to true
               not at end
                   if awd-candidate-in = can-id
                       add 1 to section-count
                       move spaces to report-line
                       string '  ' awd-category-in ' earned '
                              awd-date-in(1:4) '-' awd-date-in(5:2)
                              '-' awd-date-in(7:2) ' ('
                              awd-count-in ' kata)'
                           delimited by size into report-line
                       display function trim(report-line trailing)
                   end-if
           end-read
           .

           copy tvoidhelp.
           copy tbcalhelp.
           copy tzonhelp.
           copy tacchelp.
           copy tefdhelp.

       end program stsinq.
