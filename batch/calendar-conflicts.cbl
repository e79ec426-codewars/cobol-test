       program-id. calcfl.

      *>  Cross-calendar conflict look-ahead. Four calendars drive
      *>  the batch and none of them looks at the others: the batch
      *>  schedule (batch/schedule.txt), the exam windows
      *>  (batch/exam-definitions.txt), the assignment due dates
      *>  (batch/assignment-calendar.txt) and the SLA commitments.
      *>  For each night of the next N days this works out the
      *>  schedule rule in force the way run-all-katas.sh does (first
      *>  match wins; dom=EOM is the night before the 1st) and
      *>  reports:
      *>
      *>    EXAM-NO-RUN    a night inside an exam window, or the
      *>                   night it closes, on which the schedule
      *>                   says NO-RUN
      *>    DUE-NO-RUN     an assignment falling due on a NO-RUN
      *>                   night
      *>    DUE-RETIRED    an assignment falling due for a kata that
      *>                   is RETIRED, still DRAFT or not on the
      *>                   catalog (EXAM-RETIRED likewise for an exam
      *>                   kata)
      *>    EXAM-FILTERED  an exam kata that night's schedule filter
      *>                   leaves out
      *>    SOAK-EXAM      a SOAK night inside an exam window - the
      *>                   seed sweep competes with exam grading for
      *>                   the window
      *>    DUE-CLOSED     an assignment falling due on a day the
      *>                   business calendar (src/tbcaldata.cpy) has
      *>                   closed - latrpt moves it to the next
      *>                   working day, which is seldom what was meant
      *>    EXAM-CLOSED    an exam window closing on a closed day
      *>
      *>  The schedule's 'holiday' match is worked out off the same
      *>  business calendar.
      *>
      *>  The SLA commitments are listed at the head of the report,
      *>  so a NO-RUN night reads against what the window promises.
      *>
      *>  Given a change-id from the change register
      *>  (src/tccrdata.cpy), a PENDING or APPROVED change to the
      *>  schedule, the assignment calendar or the business calendar
      *>  is applied in memory first, so the report answers "what
      *>  would this change collide with" before anyone approves it.
      *>
      *>  Usage: calcfl [days [change-id]]   (default 14 days from
      *>  today; run from the repo root). run-all-katas.sh runs it
      *>  weekly. Output: batch/calendar-conflicts.txt. Return code 1
      *>  when any conflict was found.

       environment division.
       input-output section.
       file-control.
           copy tccrfc.
           copy tcatfc.
           copy tbcalfc.
           select exam-file assign to dynamic exam-file-path
               organization line sequential
               file status exam-file-status.
           select calcfl-file assign to dynamic calcfl-file-path
               organization line sequential
               file status calcfl-file-status.

       data division.
       file section.
           copy tccrfd.
           copy tcatfd.
           copy tbcalfd.
       fd  exam-file.
       01  exam-record.
           05 exm-exam-id-in  pic x(12).
           05 exm-kata-in     pic x(20).
           05 exm-open-in     pic x(14).
           05 exm-close-in    pic x(14).
           05 exm-minutes-in  pic x(4).
       fd  calcfl-file.
       01  calcfl-record pic x(132).

       working-storage section.
           copy tccrdata.
           copy tcatdata.
           copy tbcaldata.
       01  exam-file-path     pic x(100)
                               value 'batch/exam-definitions.txt'.
       01  exam-file-status   pic x(2) value spaces.
       01  exam-eof-switch    pic x value 'n'.
           88 exam-eof        value 'y'.
       01  calcfl-file-path   pic x(100)
                               value 'batch/calendar-conflicts.txt'.
       01  calcfl-file-status pic x(2) value spaces.

       01  command-args       pic x(40) value spaces.
       01  days-arg           pic x(8) value spaces.
       01  change-id-arg      pic x(12) value spaces.
       01  look-ahead-days    pic 9(3) value 14.
       01  current-date-stamp pic x(21).
       01  first-day-integer  pic 9(7) value 0.
       01  last-day-integer   pic 9(7) value 0.
       01  night-integer      pic 9(7) value 0.
       01  night-date         pic 9(8) value 0.
       01  night-date-x redefines night-date pic x(8).
       01  next-date          pic 9(8) value 0.
       01  next-date-x redefines next-date pic x(8).
       01  night-dow-number   pic 9 value 0.

       01  dow-names.
           05 filler pic x(21) value 'MONTUEWEDTHUFRISATSUN'.
       01  dow-table redefines dow-names.
           05 dow-name pic x(3) occurs 7 times.

      *>  Catalog: name, difficulty, lifecycle status.
       01  ckat-max           pic 9(3) value 0.
       01  ckat-table.
           05 ckat-entry occurs 500 times.
              10 ckat-name    pic x(20).
              10 ckat-difficulty pic x(10).
              10 ckat-status  pic x(8).
       01  ckat-index         pic 9(3) value 0.
       01  ckat-found-switch  pic x value 'n'.
           88 ckat-found      value 'y'.
       01  lookup-kata        pic x(20).

      *>  Schedule rules, in file order.
       01  rule-max           pic 9(3) value 0.
       01  rule-table.
           05 rule-entry occurs 200 times.
              10 rule-match   pic x(40).
              10 rule-mode    pic x(20).
              10 rule-filter  pic x(120).
       01  rule-index         pic 9(3) value 0.
       01  rule-compilers     pic x(80).
       01  night-mode         pic x(20).
       01  night-filter       pic x(120).
       01  night-rule         pic x(40).
       01  rule-matched-switch pic x value 'n'.
           88 rule-matched    value 'y'.

      *>  Assignment calendar rows.
       01  due-max            pic 9(3) value 0.
       01  due-table.
           05 due-entry occurs 500 times.
              10 due-kata     pic x(20).
              10 due-cohort   pic x(10).
              10 due-stamp    pic x(14).
       01  due-index          pic 9(3) value 0.

      *>  Exam definition rows, one per exam/kata.
       01  exam-max           pic 9(3) value 0.
       01  exam-table.
           05 exam-entry occurs 300 times.
              10 exam-id      pic x(12).
              10 exam-kata    pic x(20).
              10 exam-open    pic x(8).
              10 exam-close   pic x(8).
       01  exam-index         pic 9(3) value 0.

       01  filter-includes-switch pic x value 'n'.
           88 filter-includes value 'y'.
       01  filter-pointer     pic 9(3) value 0.
       01  filter-kata        pic x(40).

       01  conflict-count     pic 9(5) value 0.
       01  night-count        pic 9(3) value 0.
       01  count-display      pic z(4)9.
       01  conflict-kind      pic x(14).
       01  conflict-text      pic x(100).
       01  report-line        pic x(132).

       procedure division.
           accept command-args from command-line
           unstring command-args delimited by all space
               into days-arg change-id-arg
           end-unstring
           if days-arg not = spaces
               if function test-numval(days-arg) not = 0
                   display '<CALCFL-ERROR::> usage: calcfl'
                           ' [days [change-id]]'
                   move 2 to return-code
                   goback
               end-if
               compute look-ahead-days = function numval(days-arg)
           end-if
           if look-ahead-days = 0
               move 14 to look-ahead-days
           end-if
           move function current-date to current-date-stamp
           compute first-day-integer = function integer-of-date(
               function numval(current-date-stamp(1:8)))
           compute last-day-integer =
               first-day-integer + look-ahead-days - 1
           perform load-catalog
           perform load-schedule-rules
           perform load-due-dates
           perform load-business-days
           perform load-exams
           open output calcfl-file
           if calcfl-file-status not = '00'
               display '<CALCFL-ERROR::> cannot open '
                       function trim(calcfl-file-path)
               move 2 to return-code
               goback
           end-if
           perform write-report-heading
           perform check-one-night
               varying night-integer from first-day-integer by 1
               until night-integer > last-day-integer
           perform check-due-katas
           perform check-exam-katas
           if conflict-count = 0
               move '  no conflicts' to calcfl-record
               write calcfl-record
           end-if
           move all '-' to calcfl-record
           write calcfl-record
           move spaces to report-line
           move night-count to count-display
           string 'CONTROL TOTALS: ' function trim(count-display)
                  ' night(s) checked, '
               delimited by size into report-line
           move conflict-count to count-display
           string function trim(report-line) ' '
                  function trim(count-display) ' conflict(s)'
               delimited by size into report-line
           write calcfl-record from report-line
           close calcfl-file
           display '<CALCFL::> ' conflict-count ' conflict(s) in the'
                   ' next ' look-ahead-days ' day(s); report in '
                   function trim(calcfl-file-path)
           if conflict-count > 0
               move 1 to return-code
           end-if
           goback.

       load-catalog.
           open input catalog-file
           if catalog-file-status = '00'
               perform read-next-catalog-row until catalog-eof
               close catalog-file
           end-if
           .

       read-next-catalog-row.
           read catalog-file
               at end
                   set catalog-eof to true
               not at end
                   if cat-kata-name-in not = spaces
                       and ckat-max < 500
                       add 1 to ckat-max
                       move cat-kata-name-in to ckat-name(ckat-max)
                       move cat-difficulty-in
                           to ckat-difficulty(ckat-max)
                       move cat-record-status-in
                           to ckat-status(ckat-max)
                   end-if
           end-read
           .

       find-catalog-kata.
           move 'n' to ckat-found-switch
           move 1 to ckat-index
           perform test before
               until ckat-index > ckat-max or ckat-found
               if ckat-name(ckat-index) = lookup-kata
                   set ckat-found to true
               else
                   add 1 to ckat-index
               end-if
           end-perform
           .

      *>  The schedule and the assignment calendar are read through
      *>  the change-control helpers, so a change under review can
      *>  be laid over them first.
       load-schedule-rules.
           move 'SCHEDULE' to control-file-code
           perform find-control-file
           perform load-control-rows
           perform project-pending-change
           perform parse-one-rule
               varying ctlr-index from 1 by 1
               until ctlr-index > ctlr-max
           .

       parse-one-rule.
           if ctlr-row(ctlr-index)(1:1) not = '#'
               and ctlr-row(ctlr-index) not = spaces
               and rule-max < 200
               add 1 to rule-max
               move spaces to rule-entry(rule-max)
               unstring ctlr-row(ctlr-index) delimited by '|'
                   into rule-match(rule-max) rule-mode(rule-max)
                        rule-filter(rule-max) rule-compilers
               end-unstring
           end-if
           .

       load-due-dates.
           move 'CALENDAR' to control-file-code
           perform find-control-file
           perform load-control-rows
           perform project-pending-change
           perform parse-one-due-date
               varying ctlr-index from 1 by 1
               until ctlr-index > ctlr-max
           .

       parse-one-due-date.
           if ctlr-row(ctlr-index)(1:1) not = '#'
               and ctlr-row(ctlr-index) not = spaces
               and due-max < 500
               add 1 to due-max
               move ctlr-row(ctlr-index)(1:20) to due-kata(due-max)
               move ctlr-row(ctlr-index)(21:10) to due-cohort(due-max)
               move ctlr-row(ctlr-index)(31:14) to due-stamp(due-max)
           end-if
           .

      *>  The business calendar goes through the change register
      *>  like the others, so a pending closure is projected too.
       load-business-days.
           move 'BUSCAL' to control-file-code
           perform find-control-file
           perform load-control-rows
           perform project-pending-change
           perform parse-one-business-day
               varying ctlr-index from 1 by 1
               until ctlr-index > ctlr-max
           set business-calendar-loaded to true
           .

       parse-one-business-day.
           move ctlr-row(ctlr-index) to business-calendar-record
           if business-calendar-record(1:1) not = '#'
               and bcr-from-in is numeric
               and bcl-max < 300
               if function test-date-yyyymmdd(
                       function numval(bcr-from-in)) = 0
                   perform note-business-day-row
               end-if
           end-if
           .

      *>  Lay the named change over the rows just loaded when it
      *>  is for this file and still to be applied.
       project-pending-change.
           if change-id-arg not = spaces
               if ccr-max = 0
                   perform load-change-register
               end-if
               perform varying ccr-index from 1 by 1
                       until ccr-index > ccr-max
                   move ccr-row(ccr-index) to change-register-record
                   if ccr-id-in = change-id-arg
                       and ccr-file-in = control-file-code
                       and (ccr-status-in = 'PENDING'
                           or ccr-status-in = 'APPROVED')
                       perform apply-projected-change
                   end-if
               end-perform
           end-if
           .

       apply-projected-change.
           evaluate ccr-action-in
               when 'ADD     '
                   if ctlr-max < 500
                       add 1 to ctlr-max
                       move ccr-after-in to ctlr-row(ctlr-max)
                   end-if
               when 'CHANGE  '
                   perform varying ctlr-index from 1 by 1
                           until ctlr-index > ctlr-max
                       if ctlr-row(ctlr-index) = ccr-before-in
                           move ccr-after-in to ctlr-row(ctlr-index)
                       end-if
                   end-perform
               when 'DELETE  '
                   perform varying ctlr-index from 1 by 1
                           until ctlr-index > ctlr-max
                       if ctlr-row(ctlr-index) = ccr-before-in
                           move '#' to ctlr-row(ctlr-index)
                       end-if
                   end-perform
           end-evaluate
           .

       load-exams.
           open input exam-file
           if exam-file-status = '00'
               perform read-next-exam until exam-eof
               close exam-file
           end-if
           .

       read-next-exam.
           read exam-file
               at end
                   set exam-eof to true
               not at end
                   if exm-exam-id-in(1:1) not = '#'
                       and exm-exam-id-in not = spaces
                       and exam-max < 300
                       add 1 to exam-max
                       move exm-exam-id-in to exam-id(exam-max)
                       move exm-kata-in to exam-kata(exam-max)
                       move exm-open-in(1:8) to exam-open(exam-max)
                       move exm-close-in(1:8) to exam-close(exam-max)
                   end-if
           end-read
           .

       write-report-heading.
           compute night-date =
               function date-of-integer(first-day-integer)
           move spaces to report-line
           move look-ahead-days to count-display
           string 'CALENDAR CONFLICTS - next '
                  function trim(count-display) ' day(s) from '
                  night-date-x(1:4) '-' night-date-x(5:2) '-'
                  night-date-x(7:2)
               delimited by size into report-line
           write calcfl-record from report-line
           if change-id-arg not = spaces
               move spaces to report-line
               string '  with change ' change-id-arg
                      ' laid over the calendars'
                   delimited by size into report-line
               write calcfl-record from report-line
           end-if
           move 'SLA' to control-file-code
           perform find-control-file
           perform load-control-rows
           perform write-commitment-line
               varying ctlr-index from 1 by 1
               until ctlr-index > ctlr-max
           move all '-' to calcfl-record
           write calcfl-record
           .

       write-commitment-line.
           if ctlr-row(ctlr-index)(1:1) not = '#'
               and ctlr-row(ctlr-index) not = spaces
               move spaces to report-line
               string '  SLA: ' ctlr-row(ctlr-index)(1:12)
                      ' complete by '
                      ctlr-row(ctlr-index)(13:2) ':'
                      ctlr-row(ctlr-index)(15:2)
                   delimited by size into report-line
               write calcfl-record from report-line
           end-if
           .

      *>  First matching rule wins, as in run-all-katas.sh.
       find-night-rule.
           compute night-date = function date-of-integer(night-integer)
           compute next-date =
               function date-of-integer(night-integer + 1)
           compute night-dow-number =
               function mod(night-integer - 1 7) + 1
           move night-integer to bcl-lookup-days
           perform look-up-business-day
           move 'NORMAL' to night-mode
           move spaces to night-filter night-rule
           move 'n' to rule-matched-switch
           move 1 to rule-index
           perform test before
               until rule-index > rule-max or rule-matched
               evaluate true
                   when rule-match(rule-index) = 'default'
                       set rule-matched to true
                   when rule-match(rule-index)(1:4) = 'dow='
                       and rule-match(rule-index)(5:3)
                           = dow-name(night-dow-number)
                       set rule-matched to true
                   when rule-match(rule-index) = 'dom=EOM'
                       and next-date-x(7:2) = '01'
                       set rule-matched to true
                   when rule-match(rule-index) = 'holiday'
                       and bcl-closed
                       set rule-matched to true
                   when rule-match(rule-index)(1:8) = 'holiday='
                       and bcl-closed
                       and rule-match(rule-index)(9:32)
                           = bcl-kind-result
                       set rule-matched to true
                   when rule-match(rule-index)(1:4) = 'dom='
                       and rule-match(rule-index)(5:36)
                           = night-date-x(7:2)
                       set rule-matched to true
                   when rule-match(rule-index)(1:5) = 'date='
                       and rule-match(rule-index)(6:35)
                           = night-date-x
                       set rule-matched to true
               end-evaluate
               if rule-matched
                   move rule-mode(rule-index) to night-mode
                   move rule-filter(rule-index) to night-filter
                   move rule-match(rule-index) to night-rule
               else
                   add 1 to rule-index
               end-if
           end-perform
           .

       check-one-night.
           add 1 to night-count
           perform find-night-rule
           if bcl-closed
               perform check-closed-night
           end-if
           if night-mode = 'NO-RUN'
               perform varying exam-index from 1 by 1
                       until exam-index > exam-max
                   if night-date-x >= exam-open(exam-index)
                       and night-date-x <= exam-close(exam-index)
                       move 'EXAM-NO-RUN' to conflict-kind
                       move spaces to conflict-text
                       if night-date-x = exam-close(exam-index)
                           string 'exam '
                                  function trim(exam-id(exam-index))
                                  ' closes on a NO-RUN night ('
                                  function trim(night-rule) ')'
                               delimited by size into conflict-text
                       else
                           string 'exam '
                                  function trim(exam-id(exam-index))
                                  ' window has a NO-RUN night ('
                                  function trim(night-rule) ')'
                               delimited by size into conflict-text
                       end-if
                       perform write-conflict
                   end-if
               end-perform
               perform varying due-index from 1 by 1
                       until due-index > due-max
                   if due-stamp(due-index)(1:8) = night-date-x
                       move 'DUE-NO-RUN' to conflict-kind
                       move spaces to conflict-text
                       string function trim(due-kata(due-index))
                              ' due for cohort '
                              function trim(due-cohort(due-index))
                              ' on a NO-RUN night ('
                              function trim(night-rule) ')'
                           delimited by size into conflict-text
                       perform write-conflict
                   end-if
               end-perform
           else
               perform check-night-exams
           end-if
           .

       check-closed-night.
           perform varying due-index from 1 by 1
                   until due-index > due-max
               if due-stamp(due-index)(1:8) = night-date-x
                   move 'DUE-CLOSED' to conflict-kind
                   move spaces to conflict-text
                   string function trim(due-kata(due-index))
                          ' due for cohort '
                          function trim(due-cohort(due-index))
                          ' on a closed day ('
                          function trim(bcl-kind-result) ' '
                          function trim(bcl-description-result) ')'
                       delimited by size into conflict-text
                   perform write-conflict
               end-if
           end-perform
           perform varying exam-index from 1 by 1
                   until exam-index > exam-max
               if exam-close(exam-index) = night-date-x
                   move 'EXAM-CLOSED' to conflict-kind
                   move spaces to conflict-text
                   string 'exam ' function trim(exam-id(exam-index))
                          ' closes on a closed day ('
                          function trim(bcl-kind-result) ' '
                          function trim(bcl-description-result) ')'
                       delimited by size into conflict-text
                   perform write-conflict
               end-if
           end-perform
           .

       check-night-exams.
           perform varying exam-index from 1 by 1
                   until exam-index > exam-max
               if night-date-x >= exam-open(exam-index)
                   and night-date-x <= exam-close(exam-index)
                   move exam-kata(exam-index) to lookup-kata
                   perform check-filter-includes
                   if not filter-includes
                       move 'EXAM-FILTERED' to conflict-kind
                       move spaces to conflict-text
                       string 'exam '
                              function trim(exam-id(exam-index))
                              ' kata '
                              function trim(exam-kata(exam-index))
                              ' left out by filter '
                              function trim(night-filter)
                           delimited by size into conflict-text
                       perform write-conflict
                   end-if
                   if night-mode = 'SOAK'
                       move 'SOAK-EXAM' to conflict-kind
                       move spaces to conflict-text
                       string 'SOAK night inside exam '
                              function trim(exam-id(exam-index))
                              ' window ('
                              function trim(exam-kata(exam-index)) ')'
                           delimited by size into conflict-text
                       perform write-conflict
                   end-if
               end-if
           end-perform
           .

      *>  A difficulty keyword filters on the catalog column,
      *>  anything else is a comma-separated kata list.
       check-filter-includes.
           move 'n' to filter-includes-switch
           if night-filter = spaces or night-filter = 'all'
               set filter-includes to true
           else
               perform find-catalog-kata
               if ckat-found
                   and ckat-difficulty(ckat-index) = night-filter
                   set filter-includes to true
               end-if
               move 1 to filter-pointer
               perform until filter-pointer > 120 or filter-includes
                   move spaces to filter-kata
                   unstring night-filter delimited by ','
                       into filter-kata
                       with pointer filter-pointer
                   end-unstring
                   if filter-kata = lookup-kata
                       set filter-includes to true
                   end-if
               end-perform
           end-if
           .

       check-due-katas.
           perform varying due-index from 1 by 1
                   until due-index > due-max
               compute night-integer = function integer-of-date(
                   function numval(due-stamp(due-index)(1:8)))
               if function test-numval(due-stamp(due-index)(1:8)) = 0
                   and night-integer >= first-day-integer
                   and night-integer <= last-day-integer
                   move due-kata(due-index) to lookup-kata
                   perform check-kata-status
                   if conflict-text not = spaces
                       move 'DUE-RETIRED' to conflict-kind
                       compute night-date = function date-of-integer(
                           night-integer)
                       perform write-conflict
                   end-if
               end-if
           end-perform
           .

       check-exam-katas.
           perform varying exam-index from 1 by 1
                   until exam-index > exam-max
               compute night-integer = function integer-of-date(
                   function numval(exam-close(exam-index)))
               if night-integer >= first-day-integer
                   move exam-kata(exam-index) to lookup-kata
                   perform check-kata-status
                   if conflict-text not = spaces
                       move 'EXAM-RETIRED' to conflict-kind
                       compute night-date = function date-of-integer(
                           night-integer)
                       perform write-conflict
                   end-if
               end-if
           end-perform
           .

       check-kata-status.
           move spaces to conflict-text
           perform find-catalog-kata
           if not ckat-found
               string function trim(lookup-kata)
                      ' is not on the catalog'
                   delimited by size into conflict-text
           else
               if ckat-status(ckat-index) = 'RETIRED'
                   or ckat-status(ckat-index) = 'DRAFT'
                   string function trim(lookup-kata) ' is '
                          function trim(ckat-status(ckat-index))
                          ' on the catalog'
                       delimited by size into conflict-text
               end-if
           end-if
           .

       write-conflict.
           add 1 to conflict-count
           move spaces to report-line
           string '  ' night-date-x(1:4) '-' night-date-x(5:2) '-'
                  night-date-x(7:2) ' ' conflict-kind ' '
                  conflict-text
               delimited by size into report-line
           write calcfl-record from report-line
           .

           copy tccrhelp.
           copy tbcalhelp.

       end program calcfl.
