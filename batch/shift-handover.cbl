       program-id. hndovr.

      *>  Shift handover report, printed at shift change so the
      *>  incoming operator starts from the same page as the one
      *>  going home. Everything is "since the last handover" - the
      *>  stamp on the last line of the handover log
      *>  (batch/handover-log.txt: stamp(14) operator(8)); the first
      *>  handover ever reports everything on file:
      *>    OPEN INCIDENTS   every OPEN incident on the incident log
      *>                     (src/tincdata.cpy), whenever it opened
      *>    CLOSED           incidents closed since, with the notes
      *>    HOLDS/STOPS      HOLD, RESUME and STOP commands the batch
      *>                     picked up (batch/command-journal.txt,
      *>                     source batch), and the enterprise
      *>                     scheduler's RELEASE/RERUN/CANCEL
      *>                     triggers (source esched)
      *>    SLA STATUS       each batch phase that ended since, MET
      *>                     or MISSED against batch/sla-commitments
      *>                     .txt (overnight convention as in
      *>                     batch/sla-report.cbl)
      *>    CONSOLE ACTIONS  everything done at the operator console
      *>                     (source opcon), denials included
      *>  Printing the report marks the handover: a new stamp is
      *>  appended under the operator id given, so the next report
      *>  starts where this one stopped.
      *>
      *>  Usage: hndovr <operator-id>   (run from the repo root)
      *>  Output: batch/shift-handover.txt. Return code 1 when a SEV1
      *>  incident is open or a phase missed since the last handover.

       environment division.
       input-output section.
       file-control.
           copy tincfc.
           select handover-log-file
               assign to dynamic handover-log-path
               organization line sequential
               file status handover-log-status.
           select journal-file assign to dynamic journal-file-path
               organization line sequential
               file status journal-file-status.
           select commitments-file
               assign to dynamic commitments-file-path
               organization line sequential
               file status commitments-file-status.
           select actuals-file assign to dynamic actuals-file-path
               organization line sequential
               file status actuals-file-status.
           select hndovr-file assign to dynamic hndovr-file-path
               organization line sequential
               file status hndovr-file-status.

       data division.
       file section.
           copy tincfd.
       fd  handover-log-file.
       01  handover-log-record.
           05 hlg-stamp-in    pic x(14).
           05 hlg-operator-in pic x(8).
       fd  journal-file.
       01  journal-record.
           05 cjn-ts-in       pic x(14).
           05 cjn-operator-in pic x(8).
           05 cjn-source-in   pic x(8).
           05 cjn-command-in  pic x(40).
           05 cjn-outcome-in  pic x(12).
       fd  commitments-file.
       01  commitments-record.
           05 cmt-phase-in    pic x(12).
           05 cmt-deadline-in pic x(4).
       fd  actuals-file.
       01  actuals-record.
           05 act-run-id-in   pic x(20).
           05 act-phase-in    pic x(12).
           05 act-start-in    pic x(14).
           05 act-end-in      pic x(14).
       fd  hndovr-file.
       01  hndovr-record pic x(132).

       working-storage section.
           copy tincdata.
       01  handover-log-path  pic x(100)
                               value 'batch/handover-log.txt'.
       01  handover-log-status pic x(2) value spaces.
       01  handover-log-eof-switch pic x value 'n'.
           88 handover-log-eof value 'y'.
       01  journal-file-path  pic x(100)
                               value 'batch/command-journal.txt'.
       01  journal-file-status pic x(2) value spaces.
       01  journal-eof-switch pic x value 'n'.
           88 journal-eof     value 'y'.
       01  commitments-file-path pic x(100)
                               value 'batch/sla-commitments.txt'.
       01  commitments-file-status pic x(2) value spaces.
       01  commitments-eof-switch pic x value 'n'.
           88 commitments-eof value 'y'.
       01  actuals-file-path  pic x(100)
                               value 'batch/sla-actuals.txt'.
       01  actuals-file-status pic x(2) value spaces.
       01  actuals-eof-switch pic x value 'n'.
           88 actuals-eof     value 'y'.
       01  hndovr-file-path   pic x(100)
                               value 'batch/shift-handover.txt'.
       01  hndovr-file-status pic x(2) value spaces.

       01  handover-operator  pic x(8) value spaces.
       01  handover-since     pic x(14) value low-values.
       01  handover-since-operator pic x(8) value spaces.
       01  current-date-stamp pic x(21).
       01  handover-now       pic x(14).

       01  cmt-max            pic 9(2) value 0.
       01  cmt-table.
           05 cmt-entry occurs 10 times.
              10 cmt-phase    pic x(12).
              10 cmt-deadline pic 9(4).
       01  cmt-index          pic 9(2) value 0.
       01  cmt-found-switch   pic x value 'n'.
           88 cmt-found       value 'y'.
       01  act-deadline-days  pic 9(7).
       01  act-deadline-date  pic 9(8).
       01  act-deadline-ts    pic x(14).

       01  open-count         pic 9(4) value 0.
       01  sev1-count         pic 9(4) value 0.
       01  closed-count       pic 9(4) value 0.
       01  control-count      pic 9(4) value 0.
       01  phase-count        pic 9(4) value 0.
       01  missed-count       pic 9(4) value 0.
       01  console-count      pic 9(4) value 0.
       01  section-count      pic 9(4) value 0.
       01  count-display      pic z(3)9.
       01  report-line        pic x(132).

       procedure division.
           accept handover-operator from command-line
           if handover-operator = spaces
               display '<HNDOVR-ERROR::> usage: hndovr <operator-id>'
               move 2 to return-code
               goback
           end-if
           move function current-date to current-date-stamp
           move current-date-stamp(1:14) to handover-now
           perform find-last-handover
           open output hndovr-file
           if hndovr-file-status not = '00'
               display '<HNDOVR-ERROR::> cannot open '
                       function trim(hndovr-file-path)
               move 2 to return-code
               goback
           end-if
           perform write-report-heading
           perform report-open-incidents
           perform report-closed-incidents
           perform report-operator-controls
           perform report-sla-status
           perform report-console-actions
           perform write-report-totals
           close hndovr-file
           perform mark-handover
           display '<HNDOVR::> ' open-count ' open incident(s), '
                   missed-count ' SLA miss(es) since last handover;'
                   ' report in ' function trim(hndovr-file-path)
           if sev1-count > 0 or missed-count > 0
               move 1 to return-code
           end-if
           goback.

       find-last-handover.
           open input handover-log-file
           if handover-log-status = '00'
               perform read-next-handover until handover-log-eof
               close handover-log-file
           end-if
           .

       read-next-handover.
           read handover-log-file
               at end
                   set handover-log-eof to true
               not at end
                   if hlg-stamp-in(1:1) not = '#'
                       and hlg-stamp-in is numeric
                       move hlg-stamp-in to handover-since
                       move hlg-operator-in to handover-since-operator
                   end-if
           end-read
           .

       mark-handover.
           open extend handover-log-file
           if handover-log-status not = '00'
               open output handover-log-file
           end-if
           move handover-now to hlg-stamp-in
           move handover-operator to hlg-operator-in
           write handover-log-record
           close handover-log-file
           .

       write-report-heading.
           move spaces to report-line
           string 'SHIFT HANDOVER - ' handover-now(1:4) '-'
                  handover-now(5:2) '-' handover-now(7:2) ' '
                  handover-now(9:2) ':' handover-now(11:2)
                  ' by ' function trim(handover-operator)
               delimited by size into report-line
           write hndovr-record from report-line
           move spaces to report-line
           if handover-since = low-values
               move 'since: first handover - everything on file'
                   to report-line
           else
               string 'since: ' handover-since(1:4) '-'
                      handover-since(5:2) '-' handover-since(7:2) ' '
                      handover-since(9:2) ':' handover-since(11:2)
                      ' (' function trim(handover-since-operator) ')'
                   delimited by size into report-line
           end-if
           write hndovr-record from report-line
           move all '-' to hndovr-record
           write hndovr-record
           .

       write-section-heading.
           move spaces to hndovr-record
           write hndovr-record
           write hndovr-record from report-line
           move 0 to section-count
           .

       write-none-line.
           if section-count = 0
               move '  none' to hndovr-record
               write hndovr-record
           end-if
           .

       report-open-incidents.
           move 'OPEN INCIDENTS:' to report-line
           perform write-section-heading
           move 'n' to incident-eof-switch
           open input incident-file
           if incident-file-status = '00'
               perform read-next-open-incident until incident-eof
               close incident-file
           end-if
           perform write-none-line
           .

       read-next-open-incident.
           read incident-file
               at end
                   set incident-eof to true
               not at end
                   if inc-status-in = 'OPEN'
                       add 1 to open-count section-count
                       if inc-severity-in = 'SEV1'
                           add 1 to sev1-count
                       end-if
                       perform write-incident-lines
                   end-if
           end-read
           .

       write-incident-lines.
           if inc-owner-in = spaces
               move '(nobody)' to inc-owner-in
           end-if
           move spaces to report-line
           string '  ' inc-id-in ' ' inc-severity-in ' '
                  inc-source-in ' ' inc-subject-in ' opened '
                  inc-opened-in(1:8) ' ' inc-opened-in(9:4)
                  ' owner ' inc-owner-in
               delimited by size into report-line
           write hndovr-record from report-line
           move spaces to report-line
           move inc-summary-in to report-line(7:40)
           write hndovr-record from report-line
           if inc-notes-in not = spaces
               move spaces to report-line
               string '      notes: ' inc-notes-in
                   delimited by size into report-line
               write hndovr-record from report-line
           end-if
           .

       report-closed-incidents.
           move 'INCIDENTS CLOSED THIS SHIFT:' to report-line
           perform write-section-heading
           move 'n' to incident-eof-switch
           open input incident-file
           if incident-file-status = '00'
               perform read-next-closed-incident until incident-eof
               close incident-file
           end-if
           perform write-none-line
           .

       read-next-closed-incident.
           read incident-file
               at end
                   set incident-eof to true
               not at end
                   if inc-status-in = 'CLOSED'
                       and inc-closed-in > handover-since
                       add 1 to closed-count section-count
                       perform write-incident-lines
                   end-if
           end-read
           .

       report-operator-controls.
           move 'HOLDS/STOPS ISSUED:' to report-line
           perform write-section-heading
           move 'n' to journal-eof-switch
           open input journal-file
           if journal-file-status = '00'
               perform read-next-control until journal-eof
               close journal-file
           end-if
           perform write-none-line
           .

       read-next-control.
           read journal-file
               at end
                   set journal-eof to true
               not at end
                   if (cjn-source-in = 'batch'
                       or cjn-source-in = 'esched')
                       and cjn-ts-in > handover-since
                       add 1 to control-count section-count
                       perform write-journal-line
                   end-if
           end-read
           .

       write-journal-line.
           move spaces to report-line
           string '  ' cjn-ts-in(1:8) ' ' cjn-ts-in(9:2) ':'
                  cjn-ts-in(11:2) ' ' cjn-operator-in ' '
                  cjn-command-in ' ' cjn-outcome-in
               delimited by size into report-line
           write hndovr-record from report-line
           .

       report-sla-status.
           move 'SLA STATUS:' to report-line
           perform write-section-heading
           perform load-commitments
           move 'n' to actuals-eof-switch
           open input actuals-file
           if actuals-file-status = '00'
               perform read-next-actual until actuals-eof
               close actuals-file
           end-if
           perform write-none-line
           .

       load-commitments.
           open input commitments-file
           if commitments-file-status = '00'
               perform read-next-commitment until commitments-eof
               close commitments-file
           end-if
           .

       read-next-commitment.
           read commitments-file
               at end
                   set commitments-eof to true
               not at end
                   if cmt-phase-in(1:1) not = '#'
                       and cmt-phase-in not = spaces
                       and function test-numval(cmt-deadline-in) = 0
                       and cmt-max < 10
                       add 1 to cmt-max
                       move cmt-phase-in to cmt-phase(cmt-max)
                       compute cmt-deadline(cmt-max) =
                           function numval(cmt-deadline-in)
                   end-if
           end-read
           .

       read-next-actual.
           read actuals-file
               at end
                   set actuals-eof to true
               not at end
                   if act-end-in > handover-since
                       perform grade-one-actual
                   end-if
           end-read
           .

       grade-one-actual.
           add 1 to phase-count section-count
           move spaces to report-line
           string '  ' act-run-id-in ' ' act-phase-in ' ended '
                  act-end-in(1:8) ' ' act-end-in(9:2) ':'
                  act-end-in(11:2) '  '
               delimited by size into report-line
           perform find-commitment
           if not cmt-found
               move 'no commitment' to report-line(65:13)
           else
               perform compute-deadline-stamp
               if act-end-in > act-deadline-ts
                   add 1 to missed-count
                   string 'MISSED (due ' act-deadline-ts(9:2) ':'
                          act-deadline-ts(11:2) ')'
                       delimited by size into report-line(65:20)
               else
                   move 'MET' to report-line(65:3)
               end-if
           end-if
           write hndovr-record from report-line
           .

       find-commitment.
           move 'n' to cmt-found-switch
           move 1 to cmt-index
           perform test before
               until cmt-index > cmt-max or cmt-found
               if cmt-phase(cmt-index) = act-phase-in
                   set cmt-found to true
               else
                   add 1 to cmt-index
               end-if
           end-perform
           .

      *>  Overnight convention: a deadline before 12:00 lands on
      *>  the calendar day after the run started.
       compute-deadline-stamp.
           compute act-deadline-days = function integer-of-date(
               function numval(act-start-in(1:8)))
           if cmt-deadline(cmt-index) < 1200
               add 1 to act-deadline-days
           end-if
           compute act-deadline-date =
               function date-of-integer(act-deadline-days)
           move spaces to act-deadline-ts
           string act-deadline-date cmt-deadline(cmt-index) '00'
               delimited by size into act-deadline-ts
           .

       report-console-actions.
           move 'CONSOLE ACTIONS:' to report-line
           perform write-section-heading
           move 'n' to journal-eof-switch
           open input journal-file
           if journal-file-status = '00'
               perform read-next-console-action until journal-eof
               close journal-file
           end-if
           perform write-none-line
           .

       read-next-console-action.
           read journal-file
               at end
                   set journal-eof to true
               not at end
                   if cjn-source-in = 'opcon'
                       and cjn-ts-in > handover-since
                       add 1 to console-count section-count
                       perform write-journal-line
                   end-if
           end-read
           .

       write-report-totals.
           move spaces to hndovr-record
           write hndovr-record
           move all '-' to hndovr-record
           write hndovr-record
           move spaces to report-line
           move open-count to count-display
           string 'CONTROL TOTALS: ' function trim(count-display)
                  ' open incident(s)'
               delimited by size into report-line
           move sev1-count to count-display
           string function trim(report-line) ' (SEV1 '
                  function trim(count-display) '), '
               delimited by size into report-line
           move closed-count to count-display
           string function trim(report-line) ' '
                  function trim(count-display) ' closed, '
               delimited by size into report-line
           move control-count to count-display
           string function trim(report-line) ' '
                  function trim(count-display) ' hold/stop(s), '
               delimited by size into report-line
           write hndovr-record from report-line
           move spaces to report-line
           move phase-count to count-display
           string '                ' function trim(count-display)
                  ' phase(s) ended, '
               delimited by size into report-line
           move missed-count to count-display
           string function trim(report-line trailing) ' '
                  function trim(count-display) ' missed, '
               delimited by size into report-line
           move console-count to count-display
           string function trim(report-line trailing) ' '
                  function trim(count-display) ' console action(s)'
               delimited by size into report-line
           write hndovr-record from report-line
           .

       end program hndovr.
