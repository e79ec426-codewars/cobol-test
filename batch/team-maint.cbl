       program-id. teammnt.

      *>  Team master maintenance. Capstone katas are built by
      *>  teams of two to four, and the queue grades a team's
      *>  submission once and credits every member, so who was on
      *>  which team - and when - has to be a record the drain can
      *>  read, not a spreadsheet on the instructor's desk. Reads a
      *>  transaction file (batch/team-maint-input.txt by default;
      *>  repoint maint-input-path before the OPEN to run a
      *>  different deck) of fixed-width records - action(8) id(20)
      *>  cohort(10) effective-from(8) effective-to(8) and four
      *>  member ids(20 each) - and applies them to the
      *>  line-sequential team master, held whole in working
      *>  storage and rewritten once at the end, the same
      *>  load/apply/rewrite shape cohmnt uses:
      *>
      *>    ADD       register a new team
      *>    UPDATE    replace an existing team's cohort, dates and
      *>              member list (a member leaving or joining)
      *>    END       close a team on the effective-to date given
      *>              (the rest of the record is ignored); its
      *>              history stays and the drain stops taking its
      *>              submissions after that date
      *>
      *>  An ADD or UPDATE needs at least two distinct members and a
      *>  cohort the cohort master knows. Every applied transaction
      *>  is echoed with the record image so the maintenance run
      *>  leaves a reviewable log; anything rejected is reported and
      *>  skipped, and the run ends with a nonzero return code so the
      *>  job stream notices.

       environment division.
       input-output section.
       file-control.
           copy tteamfc.
           copy tcohfc.
           select maint-input-file assign to dynamic maint-input-path
               organization line sequential
               file status maint-input-status.

       data division.
       file section.
           copy tteamfd.
           copy tcohfd.
       fd  maint-input-file.
       01  maint-input-record.
           05 mnt-action-in         pic x(8).
           05 mnt-id-in             pic x(20).
           05 mnt-cohort-in         pic x(10).
           05 mnt-effective-from-in pic x(8).
           05 mnt-effective-to-in   pic x(8).
           05 mnt-member-in occurs 4 times pic x(20).

       working-storage section.
           copy tteamdata.
           copy tcohdata.
       01  maint-input-path   pic x(100)
                               value 'batch/team-maint-input.txt'.
       01  maint-input-status pic x(2) value spaces.
       01  maint-eof-switch   pic x value 'n'.
           88 maint-eof       value 'y'.
       01  maint-error-count  pic 9(4) value 0.
       01  maint-applied-count pic 9(4) value 0.

      *>  The team master held whole in working storage:
      *>  loaded up front, maintained in place, written back once.
       01  tmm-max            pic 9(3) value 0.
       01  tmm-table.
           05 tmm-entry occurs 200 times.
              10 tmm-record       pic x(126).
              10 tmm-record-split redefines tmm-record.
                 15 tmm-id             pic x(20).
                 15 tmm-cohort         pic x(10).
                 15 tmm-effective-from pic x(8).
                 15 tmm-effective-to   pic x(8).
                 15 tmm-member occurs 4 times pic x(20).
       01  tmm-index          pic 9(3) value 0.
       01  tmm-found-switch   pic x value 'n'.
           88 tmm-found       value 'y'.

      *>  Cohort ids off the cohort master, for the ADD/UPDATE
      *>  check that a team belongs to a real intake.
       01  tch-max            pic 9(3) value 0.
       01  tch-table.
           05 tch-id occurs 50 times pic x(10).
       01  tch-index          pic 9(3) value 0.
       01  tch-found-switch   pic x value 'n'.
           88 tch-found       value 'y'.

      *>  Member-list validation of the transaction in hand.
       01  mnt-member-count   pic 9(1) value 0.
       01  mnt-member-index   pic 9(1) value 0.
       01  mnt-other-index    pic 9(1) value 0.
       01  mnt-valid-switch   pic x value 'y'.
           88 mnt-valid       value 'y'.

       procedure division.
           perform load-team-table
           perform load-cohort-ids
           open input maint-input-file
           if maint-input-status not = '00'
               display '<TEAMMNT-ERROR::> cannot open '
                       function trim(maint-input-path)
               move 1 to return-code
               goback
           end-if
           perform read-next-maint-record until maint-eof
           close maint-input-file
           perform rewrite-team-file
           display '<TEAMMNT::> applied ' maint-applied-count
                   ' transaction(s), ' maint-error-count ' error(s)'
           if maint-error-count > 0
               move 1 to return-code
           end-if
           goback.

      *>  First-ever run has no master yet: file status 35 means
      *>  "not there", which is an empty table, not an error - the
      *>  same bootstrap path the cohort master takes.
       load-team-table.
           open input team-file
           if team-file-status = '00'
               perform load-next-team-entry until team-eof
               close team-file
           end-if
           .

       load-next-team-entry.
           read team-file
               at end
                   set team-eof to true
               not at end
                   if tmm-max < 200
                       add 1 to tmm-max
                       move team-record to tmm-record(tmm-max)
                   else
                       display '<TEAMMNT-ERROR::> team master'
                               ' exceeds 200 records; raise the'
                               ' table size'
                       move 1 to return-code
                   end-if
           end-read
           .

       load-cohort-ids.
           open input cohort-file
           if cohort-file-status = '00'
               perform load-next-cohort-id until cohort-eof
               close cohort-file
           end-if
           .

       load-next-cohort-id.
           read cohort-file
               at end
                   set cohort-eof to true
               not at end
                   if tch-max < 50
                       add 1 to tch-max
                       move coh-id-in to tch-id(tch-max)
                   end-if
           end-read
           .

       read-next-maint-record.
           read maint-input-file
               at end set maint-eof to true
               not at end perform apply-maint-record
           end-read
           .

       apply-maint-record.
           evaluate mnt-action-in
               when 'ADD     '
                   perform add-team-record
               when 'UPDATE  '
                   perform update-team-record
               when 'END     '
                   perform end-team-record
               when other
                   display '<TEAMMNT-ERROR::> unknown action '
                           mnt-action-in ' for ' mnt-id-in
                   add 1 to maint-error-count
           end-evaluate
           .

       find-team-record.
           move 'n' to tmm-found-switch
           move 1 to tmm-index
           perform test before
               until tmm-index > tmm-max or tmm-found
               if tmm-id(tmm-index) = mnt-id-in
                   set tmm-found to true
               else
                   add 1 to tmm-index
               end-if
           end-perform
           .

      *>  Two or more members, none named twice, in a cohort the
      *>  cohort master knows. Each problem is reported on its own
      *>  so one pass over the deck shows everything to fix.
       validate-team-members.
           move 'y' to mnt-valid-switch
           move 0 to mnt-member-count
           perform varying mnt-member-index from 1 by 1
                   until mnt-member-index > team-member-max
               if mnt-member-in(mnt-member-index) not = spaces
                   add 1 to mnt-member-count
                   perform check-member-not-repeated
               end-if
           end-perform
           if mnt-member-count < 2
               display '<TEAMMNT-ERROR::> team ' mnt-id-in
                       ' needs at least two members'
               move 'n' to mnt-valid-switch
           end-if
           move 'n' to tch-found-switch
           perform varying tch-index from 1 by 1
                   until tch-index > tch-max
               if tch-id(tch-index) = mnt-cohort-in
                   set tch-found to true
               end-if
           end-perform
           if not tch-found
               display '<TEAMMNT-ERROR::> team ' mnt-id-in
                       ' cohort ' mnt-cohort-in
                       ' not on the cohort master'
               move 'n' to mnt-valid-switch
           end-if
           if mnt-effective-to-in not = spaces
                   and mnt-effective-to-in < mnt-effective-from-in
               display '<TEAMMNT-ERROR::> team ' mnt-id-in
                       ' effective-to ' mnt-effective-to-in
                       ' is before effective-from '
                       mnt-effective-from-in
               move 'n' to mnt-valid-switch
           end-if
           if not mnt-valid
               add 1 to maint-error-count
           end-if
           .

       check-member-not-repeated.
           perform varying mnt-other-index from 1 by 1
                   until mnt-other-index >= mnt-member-index
               if mnt-member-in(mnt-other-index)
                       = mnt-member-in(mnt-member-index)
                   display '<TEAMMNT-ERROR::> team ' mnt-id-in
                           ' lists member '
                           function trim(
                               mnt-member-in(mnt-member-index))
                           ' twice'
                   move 'n' to mnt-valid-switch
               end-if
           end-perform
           .

       move-maint-to-team-entry.
           move mnt-cohort-in to tmm-cohort(tmm-index)
           move mnt-effective-from-in
               to tmm-effective-from(tmm-index)
           move mnt-effective-to-in to tmm-effective-to(tmm-index)
           perform varying mnt-member-index from 1 by 1
                   until mnt-member-index > team-member-max
               move mnt-member-in(mnt-member-index)
                   to tmm-member(tmm-index, mnt-member-index)
           end-perform
           .

       add-team-record.
           if mnt-id-in = spaces
               display '<TEAMMNT-ERROR::> team id is required'
               add 1 to maint-error-count
           else
               perform find-team-record
               if tmm-found
                   display '<TEAMMNT-ERROR::> duplicate team id '
                           mnt-id-in ' not added'
                   add 1 to maint-error-count
               else
                   perform validate-team-members
                   if mnt-valid
                       if tmm-max < 200
                           add 1 to tmm-max
                           move tmm-max to tmm-index
                           move spaces to tmm-record(tmm-index)
                           move mnt-id-in to tmm-id(tmm-index)
                           perform move-maint-to-team-entry
                           display '<TEAMMNT::> added    '
                                   tmm-record(tmm-index)
                           add 1 to maint-applied-count
                       else
                           display '<TEAMMNT-ERROR::> team master'
                                   ' full, ' mnt-id-in ' not added'
                           add 1 to maint-error-count
                       end-if
                   end-if
               end-if
           end-if
           .

       update-team-record.
           perform find-team-record
           if not tmm-found
               display '<TEAMMNT-ERROR::> team ' mnt-id-in
                       ' not on file'
               add 1 to maint-error-count
           else
               perform validate-team-members
               if mnt-valid
                   display '<TEAMMNT::> before   '
                           tmm-record(tmm-index)
                   perform move-maint-to-team-entry
                   display '<TEAMMNT::> after    '
                           tmm-record(tmm-index)
                   add 1 to maint-applied-count
               end-if
           end-if
           .

       end-team-record.
           perform find-team-record
           if not tmm-found
               display '<TEAMMNT-ERROR::> team ' mnt-id-in
                       ' not on file'
               add 1 to maint-error-count
           else
               if mnt-effective-to-in = spaces
                   display '<TEAMMNT-ERROR::> END for team '
                           mnt-id-in ' needs an effective-to date'
                   add 1 to maint-error-count
               else
                   display '<TEAMMNT::> before   '
                           tmm-record(tmm-index)
                   move mnt-effective-to-in
                       to tmm-effective-to(tmm-index)
                   display '<TEAMMNT::> after    '
                           tmm-record(tmm-index)
                   add 1 to maint-applied-count
               end-if
           end-if
           .

       rewrite-team-file.
           open output team-file
           if team-file-status not = '00'
               display '<TEAMMNT-ERROR::> cannot rewrite '
                       team-file-path
               move 1 to return-code
               goback
           end-if
           perform varying tmm-index from 1 by 1
                   until tmm-index > tmm-max
               write team-record from tmm-record(tmm-index)
           end-perform
           close team-file
           .

       end program teammnt.
