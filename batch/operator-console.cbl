      *>  unknown operator id gets no session at all; with no
      *>  registry on file yet (bootstrap) the console runs open,
      *>  journaling under the id typed at sign-on.
      *>
      *>  The console also keeps the operations incident log
      *>  (src/tincdata.cpy): list the open incidents (BROWSE), open
      *>  a MANUAL one, or take one over - owner, resolution notes,
      *>  close (RUN) - and print the shift handover report
      *>  (batch/shift-handover.cbl, RUN, since it marks the
      *>  handover).
      *>
      *>  An operator works for one tenant (the registry's tenant
      *>  column, blank the home tenant - src/ttendata.cpy): the
      *>  catalog lists only the tenant's own and shared katas, only
      *>  those can be run, the run summary's queue lines are only
      *>  the tenant's candidates', and the trend report is the
      *>  tenant's alone.

       environment division.
       input-output section.
       file-control.
           copy tcatfc.
           copy tincfc.
           copy ttenfc.
           select browse-file assign to dynamic browse-file-path
               organization line sequential
               file status browse-file-status.
       data division.
       file section.
           copy tcatfd.
           copy tincfd.
           copy ttenfd.
       fd  browse-file.
       01  browse-record pic x(250).
       fd  registry-file.
           05 reg-op-id-in pic x(8).
           05 reg-name-in  pic x(30).
           05 reg-level-in pic x(8).
           05 reg-tenant-in pic x(8).
       fd  journal-file.
       01  journal-record.
           05 cjn-ts-in       pic x(14).

       working-storage section.
           copy tcatdata.
           copy tincdata.
           copy ttendata.
       01  browse-file-path    pic x(100).
       01  browse-file-status  pic x(2) value spaces.
       01  browse-eof-switch   pic x value 'n'.
           88 browse-eof       value 'y'.
       01  browse-line-count   pic 9(3) value 0.
       01  browse-scoped-switch pic x value 'n'.
           88 browse-scoped    value 'y'.
       01  browse-candidate    pic x(20).
       01  browse-rest         pic x(250).

       01  console-done-switch pic x value 'n'.
           88 console-done     value 'y'.

       01  signon-id           pic x(8) value spaces.
       01  signon-level        pic x(8) value spaces.
       01  signon-tenant       pic x(8) value spaces.
       01  signon-ok-switch    pic x value 'n'.
           88 signon-ok        value 'y'.
       01  journal-command     pic x(40).
       01  command-status      pic 9(4) value 0.
       01  seed-display        pic z(9)9.

       01  incident-max        pic 9(4) value 0.
       01  incident-table.
           05 incident-row occurs 2000 times pic x(188).
       01  incident-index      pic 9(4) value 0.
       01  incident-found-switch pic x value 'n'.
           88 incident-found   value 'y'.
       01  incident-open-count pic 9(4) value 0.
       01  incident-key        pic x(12).
       01  incident-today      pic x(8).
       01  incident-last-seq   pic 9(3) value 0.
       01  incident-new-id.
           05 filler           pic x value 'I'.
           05 incident-new-date pic x(8).
           05 incident-new-seq pic 9(3).
       01  incident-reply      pic x(60).

       procedure division.
           display 'kata grading operator console'
           perform sign-on-operator
               perform read-next-registry-row until registry-eof
               close registry-file
           end-if
           move signon-tenant to ten-record-tenant
           perform check-record-tenant
           move ten-record-tenant to signon-tenant
           move signon-tenant to ten-selected-tenant
           if signon-ok
               display 'signed on as ' signon-id
                       ' (' function trim(signon-level) ', tenant '
                       function trim(signon-tenant) ')'
               move 'sign-on' to journal-command
               move 'OK' to journal-outcome
               perform journal-one-command
                   if reg-op-id-in(1:1) not = '#'
                       and reg-op-id-in = signon-id
                       move reg-level-in to signon-level
                       move reg-tenant-in to signon-tenant
                       set signon-ok to true
                       set registry-eof to true
                   end-if
           display '3 - compile and run the kata'
           display '4 - browse run-summary.txt'
           display '5 - browse trend report'
           display '6 - list open incidents'
           display '7 - open an incident'
           display '8 - update or close an incident'
           display '9 - shift handover report'
           display '0 - exit'
           display 'choice: ' with no advancing
           accept console-choice
                   if auth-ok
                       move 'batch/run-summary.txt'
                           to browse-file-path
                       set browse-scoped to true
                       perform browse-text-file
                       move 'n' to browse-scoped-switch
                       move 'OK' to journal-outcome
                       perform journal-one-command
                   end-if
                       move 'OK' to journal-outcome
                       perform journal-one-command
                   end-if
               when '6'
                   move 'list open incidents' to journal-command
                   move 'BROWSE  ' to auth-needed-level
                   perform check-authorization
                   if auth-ok
                       perform list-open-incidents
                       move 'OK' to journal-outcome
                       perform journal-one-command
                   end-if
               when '7'
                   move 'open incident' to journal-command
                   move 'RUN     ' to auth-needed-level
                   perform check-authorization
                   if auth-ok
                       perform open-manual-incident
                   end-if
               when '8'
                   move 'update incident' to journal-command
                   move 'RUN     ' to auth-needed-level
                   perform check-authorization
                   if auth-ok
                       perform update-incident
                   end-if
               when '9'
                   move 'shift handover report' to journal-command
                   move 'RUN     ' to auth-needed-level
                   perform check-authorization
                   if auth-ok
                       perform build-handover-report
                       move 'OK' to journal-outcome
                       perform journal-one-command
                   end-if
               when '0'
                   set console-done to true
               when other
               at end
                   set catalog-eof to true
               not at end
                   move cat-kata-name-in to ten-lookup-kata
                   move signon-tenant to ten-asking-tenant
                   perform check-kata-tenant
                   if ten-kata-visible
                       display '  ' cat-kata-name-in ' '
                               cat-difficulty-in ' '
                               cat-category-in ' '
                               cat-record-status-in
                   end-if
           end-read
           .

               with no advancing
           accept console-input
           if console-input not = spaces
               move console-input to ten-lookup-kata
               move signon-tenant to ten-asking-tenant
               perform check-kata-tenant
               if ten-kata-visible
                   move console-input to console-kata
               else
                   display 'kata ' function trim(console-input)
                           ' is not tenant '
                           function trim(signon-tenant) '''s; kept '
                           function trim(console-kata)
               end-if
           end-if
           display 'seed, 0 for fresh [' console-seed ']: '
               with no advancing
           .

       run-selected-kata.
           move console-kata to ten-lookup-kata
           move signon-tenant to ten-asking-tenant
           perform check-kata-tenant
           if not ten-kata-visible
               display 'kata ' function trim(console-kata)
                       ' is not tenant ' function trim(signon-tenant)
                       '''s; pick one from the catalog'
           else
               move spaces to command-line-text
               move console-seed to seed-display
               string 'CONFIG_FILE=' function trim(config-out-path)
                      ' sh batch/run-single-kata.sh '
                      function trim(console-kata) ' '
                      function trim(seed-display)
                   delimited by size into command-line-text
               display 'running ' function trim(console-kata) ' ...'
               call 'SYSTEM' using command-line-text
           end-if
           .

      *>  The trend report is its own program; build and run it
           move spaces to command-line-text
           string 'cobc -x -std=ibm -I src '
                  '-o batch/.build/trendrpt batch/trend-report.cbl '
                  '&& batch/.build/trendrpt TENANT='
                  function trim(signon-tenant)
                  ' > batch/.build/trend.txt'
               delimited by size into command-line-text
           call 'SYSTEM' using command-line-text
           move 'batch/.build/trend.txt' to browse-file-path
           perform browse-text-file
           .

      *>  The handover report marks the handover with this
      *>  operator's id, so the next one starts from here.
       build-handover-report.
           move spaces to command-line-text
           string 'cobc -x -std=ibm -I src '
                  '-o batch/.build/hndovr batch/shift-handover.cbl '
                  '&& batch/.build/hndovr ' signon-id
               delimited by size into command-line-text
           call 'SYSTEM' using command-line-text
           move 'batch/shift-handover.txt' to browse-file-path
           perform browse-text-file
           .

       load-incidents.
           move 0 to incident-max
           move 'n' to incident-eof-switch
           open input incident-file
           if incident-file-status = '00'
               perform read-next-incident until incident-eof
               close incident-file
           end-if
           .

       read-next-incident.
           read incident-file
               at end
                   set incident-eof to true
               not at end
                   if incident-max < 2000
                       add 1 to incident-max
                       move incident-record
                           to incident-row(incident-max)
                   end-if
           end-read
           .

       list-open-incidents.
           perform load-incidents
           move 0 to incident-open-count
           perform list-one-incident
               varying incident-index from 1 by 1
               until incident-index > incident-max
           if incident-open-count = 0
               display '  no open incidents'
           end-if
           .

       list-one-incident.
           move incident-row(incident-index) to incident-record
           if inc-status-in = 'OPEN'
               add 1 to incident-open-count
               display '  ' inc-id-in ' ' inc-severity-in ' '
                       inc-source-in ' ' inc-subject-in ' '
                       inc-opened-in(1:8) ' ' inc-opened-in(9:4)
                       ' owner ' inc-owner-in
               display '      ' function trim(inc-summary-in)
               if inc-notes-in not = spaces
                   display '      notes: ' function trim(inc-notes-in)
               end-if
           end-if
           .

      *>  Ids number within the day: I<yyyymmdd><nnn>, one past
      *>  the highest already used today.
       open-manual-incident.
           perform load-incidents
           move function current-date to journal-stamp
           move journal-stamp(1:8) to incident-today
           move 0 to incident-last-seq
           perform find-last-incident-seq
               varying incident-index from 1 by 1
               until incident-index > incident-max
           move spaces to incident-record
           display 'severity 1/2/3 [3]: ' with no advancing
           accept console-input
           evaluate console-input(1:1)
               when '1'
                   move 'SEV1' to inc-severity-in
               when '2'
                   move 'SEV2' to inc-severity-in
               when other
                   move 'SEV3' to inc-severity-in
           end-evaluate
           display 'kata or runner: ' with no advancing
           accept inc-subject-in
           display 'summary: ' with no advancing
           accept incident-reply
           if incident-reply = spaces
               display 'an incident needs a summary; nothing opened'
               move 'REJECTED' to journal-outcome
               perform journal-one-command
           else
               move incident-reply to inc-summary-in
               move incident-today to incident-new-date
               compute incident-new-seq = incident-last-seq + 1
               move incident-new-id to inc-id-in
               move 'MANUAL' to inc-source-in
               move journal-stamp(1:14) to inc-opened-in
               move 'OPEN' to inc-status-in
               move signon-id to inc-owner-in
               open extend incident-file
               if incident-file-status not = '00'
                   open output incident-file
               end-if
               write incident-record
               close incident-file
               display 'opened ' inc-id-in
               move spaces to journal-command
               string 'open incident ' inc-id-in
                   delimited by size into journal-command
               move 'OK' to journal-outcome
               perform journal-one-command
           end-if
           .

       find-last-incident-seq.
           move incident-row(incident-index) to incident-record
           if inc-id-in(1:1) = 'I'
               and inc-id-in(2:8) = incident-today
               and inc-id-in(10:3) is numeric
               and inc-id-in(10:3) > incident-last-seq
               move inc-id-in(10:3) to incident-last-seq
           end-if
           .

      *>  Each prompt shows the current value; an empty reply keeps
      *>  it. Taking an unowned incident makes it yours. Closing
      *>  wants resolution notes - a closed incident with nothing
      *>  said about it helps nobody the next time it happens.
       update-incident.
           perform load-incidents
           display 'incident id: ' with no advancing
           accept incident-key
           move 'n' to incident-found-switch
           move 1 to incident-index
           perform test before
               until incident-index > incident-max or incident-found
               move incident-row(incident-index) to incident-record
               if inc-id-in = incident-key
                   set incident-found to true
               else
                   add 1 to incident-index
               end-if
           end-perform
           if not incident-found
               display 'no incident ' function trim(incident-key)
               move 'REJECTED' to journal-outcome
               perform journal-one-command
           else
               perform change-incident-fields
           end-if
           .

       change-incident-fields.
           display inc-id-in ' ' inc-severity-in ' ' inc-source-in
                   ' ' function trim(inc-subject-in) ' '
                   inc-status-in
           display '  ' function trim(inc-summary-in)
           if inc-owner-in = spaces
               move signon-id to inc-owner-in
           end-if
           display 'owner [' function trim(inc-owner-in) ']: '
               with no advancing
           accept console-input
           if console-input not = spaces
               move console-input to inc-owner-in
           end-if
           display 'notes [' function trim(inc-notes-in) ']: '
               with no advancing
           accept incident-reply
           if incident-reply not = spaces
               move incident-reply to inc-notes-in
           end-if
           move spaces to journal-command
           if inc-status-in = 'OPEN'
               display 'close it y/n [n]: ' with no advancing
               accept console-reply
               if console-reply(1:1) = 'y' or console-reply(1:1) = 'Y'
                   if inc-notes-in = spaces
                       display 'closing needs resolution notes;'
                               ' left open'
                   else
                       move function current-date to journal-stamp
                       move journal-stamp(1:14) to inc-closed-in
                       move 'CLOSED' to inc-status-in
                   end-if
               end-if
           end-if
           if inc-status-in = 'CLOSED'
               and incident-row(incident-index)(73:8) = 'OPEN'
               string 'close incident ' inc-id-in
                   delimited by size into journal-command
           else
               string 'update incident ' inc-id-in
                   delimited by size into journal-command
           end-if
           move incident-record to incident-row(incident-index)
           perform rewrite-incidents
           move 'OK' to journal-outcome
           perform journal-one-command
           .

       rewrite-incidents.
           open output incident-file
           if incident-file-status not = '00'
               display 'cannot rewrite '
                       function trim(incident-file-path)
           else
               perform varying incident-index from 1 by 1
                       until incident-index > incident-max
                   write incident-record
                       from incident-row(incident-index)
               end-perform
               close incident-file
           end-if
           .

      *>  Twenty lines a screenful; any reply pages on, q quits.
       browse-text-file.
           move 'n' to browse-eof-switch
               at end
                   set browse-eof to true
               not at end
                   perform check-browse-tenant
                   if ten-in-selection
                       perform show-browse-record
                   end-if
           end-read
           .

       show-browse-record.
           display browse-record(1:132)
           add 1 to browse-line-count
           if browse-line-count >= 20
               move 0 to browse-line-count
               display '-- more (q to quit) -- '
                   with no advancing
               accept console-reply
               if console-reply(1:1) = 'q'
                   set browse-eof to true
               end-if
           end-if
           .

      *>  the run summary's queue-<candidate>/<kata> and
      *>  practice-<candidate>/<kata> lines are shown to the
      *>  candidate's own tenant only
       check-browse-tenant.
           set ten-in-selection to true
           if browse-scoped
               and (browse-record(1:6) = 'queue-'
                    or browse-record(1:9) = 'practice-')
               if browse-record(1:6) = 'queue-'
                   move browse-record(7:) to browse-rest
               else
                   move browse-record(10:) to browse-rest
               end-if
               move spaces to browse-candidate
               unstring browse-rest delimited by '/'
                   into browse-candidate
               end-unstring
               move browse-candidate to ten-lookup-candidate
               perform check-candidate-tenant
           end-if
           .

           copy ttenhelp.

       end program opcon.
