       program-id. mstconv.

      *>  Unload/reload of the indexed masters whose record layout
      *>  has moved on since they were first written. An indexed
      *>  file cannot be opened under a record it was not built
      *>  with (status 39, or 04 on the first read where the file
      *>  system does not record the length), so a master created
      *>  under the old copybook has to be read through that
      *>  layout and written out again under the new one:
      *>    candidate master (batch/candidate-master.dat, tcan*):
      *>      68 bytes - id, name, cohort, status - to 94, with
      *>      can-sponsor blank (self-paying), can-zone blank (the
      *>      cohort's zone) and can-tenant blank (the home tenant);
      *>    case-results master (batch/case-results.dat, tcrs*):
      *>      keyed on candidate/kata/case-title/run-id to keyed on
      *>      candidate/kata/case-id/run-id with the title as data.
      *>      The case id is the first 24 bytes of the title - what
      *>      caseload files a case under when its stream carries
      *>      no id - so converted history keeps grouping the way
      *>      it did. Two titles that agree in their first 24 bytes
      *>      in the same run would share a key; the first stands
      *>      and the rest are reported as collisions.
      *>
      *>  batch/convert-masters.sh drives this: CHECK first, then
      *>  for a master in the old layout a backup cycle, the live
      *>  file moved aside to <file>.pre-convert and a CANDIDATE or
      *>  CASES pass reading that copy into a fresh live master.
      *>
      *>  Usage: mstconv CHECK
      *>         mstconv CANDIDATE <old-master>
      *>         mstconv CASES <old-master>
      *>  (run from the repo root)
      *>  Return code: CHECK - 0 when every master on file is in
      *>  the current layout (or not on file yet), 3 when one is in
      *>  the old layout, 2 when one cannot be opened at all.
      *>  CANDIDATE/CASES - 0 converted, 1 converted with key
      *>  collisions, 2 when either master cannot be opened.

       environment division.
       input-output section.
       file-control.
           copy tcanfc.
           copy tcrsfc.
           select old-candidate-file
               assign to dynamic old-master-path
               organization indexed
               access mode sequential
               record key old-can-id
               file status old-master-status.
           select old-case-results-file
               assign to dynamic old-master-path
               organization indexed
               access mode sequential
               record key old-crs-key
               file status old-master-status.

       data division.
       file section.
           copy tcanfd.
           copy tcrsfd.
      *>  the candidate master as first built
       fd  old-candidate-file.
       01  old-candidate-record.
           05 old-can-id         pic x(20).
           05 old-can-name       pic x(30).
           05 old-can-cohort     pic x(10).
           05 old-can-status     pic x(8).
      *>  the case-results master keyed on the case title
       fd  old-case-results-file.
       01  old-case-results-record.
           05 old-crs-key.
              10 old-crs-candidate  pic x(20).
              10 old-crs-kata       pic x(20).
              10 old-crs-case-title pic x(80).
              10 old-crs-run-id     pic x(14).
           05 old-crs-outcome       pic x(8).
           05 old-crs-recorded      pic x(14).

       working-storage section.
           copy tcandata.
           copy tcrsdata.
       01  command-line-args     pic x(250).
       01  mc-mode               pic x(10).
       01  old-master-path       pic x(150).
       01  old-master-status     pic x(2) value spaces.
       01  old-master-eof-switch pic x value 'n'.
           88 old-master-eof     value 'y'.
       01  mc-master-name        pic x(30).
       01  mc-open-status        pic x(2).
       01  mc-read-status        pic x(2).
       01  mc-records-read       pic 9(8) value 0.
       01  mc-records-written    pic 9(8) value 0.
       01  mc-collisions         pic 9(8) value 0.

       procedure division.
           accept command-line-args from command-line
           unstring command-line-args delimited by all spaces
               into mc-mode old-master-path
           move function upper-case(mc-mode) to mc-mode
           evaluate true
               when mc-mode = 'CHECK'
                   perform check-candidate-master
                   perform check-case-results-master
               when mc-mode = 'CANDIDATE'
                   and old-master-path not = spaces
                   perform convert-candidate-master
               when mc-mode = 'CASES'
                   and old-master-path not = spaces
                   perform convert-case-results-master
               when other
                   display 'usage: mstconv CHECK'
                   display '       mstconv CANDIDATE <old-master>'
                   display '       mstconv CASES <old-master>'
                   move 2 to return-code
           end-evaluate
           goback.

      *>  ---- CHECK: is each master on file in today's layout ----
       check-candidate-master.
           move candidate-file-path to mc-master-name
           move spaces to mc-read-status
           open input candidate-file
           move candidate-file-status to mc-open-status
           if candidate-file-status = '00'
               read candidate-file next record
                   at end
                       continue
               end-read
               move candidate-file-status to mc-read-status
               close candidate-file
           end-if
           perform judge-master-layout
           .

       check-case-results-master.
           move case-results-path to mc-master-name
           move spaces to mc-read-status
           open input case-results-file
           move case-results-status to mc-open-status
           if case-results-status = '00'
               read case-results-file next record
                   at end
                       continue
               end-read
               move case-results-status to mc-read-status
               close case-results-file
           end-if
           perform judge-master-layout
           .

       judge-master-layout.
           evaluate true
               when mc-open-status = '35'
                   display '<MSTCONV::> ' function trim(mc-master-name)
                           ' not on file - nothing to convert'
               when mc-open-status = '39'
                   or mc-read-status = '04'
                   display '<MSTCONV::> ' function trim(mc-master-name)
                           ' is in the old record layout - convert'
                           ' with batch/convert-masters.sh'
                   if return-code < 3
                       move 3 to return-code
                   end-if
               when mc-open-status = '00'
                   display '<MSTCONV::> ' function trim(mc-master-name)
                           ' is in the current layout'
               when other
                   display '<MSTCONV-ERROR::> cannot open '
                           function trim(mc-master-name)
                           ' status ' mc-open-status
                   move 2 to return-code
           end-evaluate
           .

      *>  ---- CANDIDATE: 68-byte records into the 94-byte master ----
       convert-candidate-master.
           open input old-candidate-file
           if old-master-status not = '00'
               display '<MSTCONV-ERROR::> cannot open '
                       function trim(old-master-path)
                       ' as an old-layout candidate master, status '
                       old-master-status
               move 2 to return-code
               goback
           end-if
           open output candidate-file
           if candidate-file-status not = '00'
               display '<MSTCONV-ERROR::> cannot create '
                       function trim(candidate-file-path)
                       ' status ' candidate-file-status
               close old-candidate-file
               move 2 to return-code
               goback
           end-if
           perform read-next-old-candidate until old-master-eof
           close old-candidate-file
           close candidate-file
           display '<MSTCONV::> candidate master: ' mc-records-read
                   ' read, ' mc-records-written ' written to '
                   function trim(candidate-file-path)
           if mc-collisions > 0
               move 1 to return-code
           end-if
           .

       read-next-old-candidate.
           read old-candidate-file next record
               at end
                   set old-master-eof to true
               not at end
                   add 1 to mc-records-read
                   move spaces to candidate-record
                   move old-can-id to can-id
                   move old-can-name to can-name
                   move old-can-cohort to can-cohort
                   move old-can-status to can-status
                   write candidate-record
                       invalid key
                           add 1 to mc-collisions
                           display '<MSTCONV-WARNING::> candidate '
                                   function trim(old-can-id)
                                   ' not written, status '
                                   candidate-file-status
                       not invalid key
                           add 1 to mc-records-written
                   end-write
           end-read
           .

      *>  ---- CASES: rekey on the case id ----
       convert-case-results-master.
           open input old-case-results-file
           if old-master-status not = '00'
               display '<MSTCONV-ERROR::> cannot open '
                       function trim(old-master-path)
                       ' as an old-layout case-results master,'
                       ' status ' old-master-status
               move 2 to return-code
               goback
           end-if
           open output case-results-file
           if case-results-status not = '00'
               display '<MSTCONV-ERROR::> cannot create '
                       function trim(case-results-path)
                       ' status ' case-results-status
               close old-case-results-file
               move 2 to return-code
               goback
           end-if
           perform read-next-old-case until old-master-eof
           close old-case-results-file
           close case-results-file
           display '<MSTCONV::> case-results master: '
                   mc-records-read ' read, ' mc-records-written
                   ' written, ' mc-collisions ' collision(s) to '
                   function trim(case-results-path)
           if mc-collisions > 0
               move 1 to return-code
           end-if
           .

       read-next-old-case.
           read old-case-results-file next record
               at end
                   set old-master-eof to true
               not at end
                   add 1 to mc-records-read
                   move spaces to case-results-record
                   move old-crs-candidate to crs-candidate
                   move old-crs-kata to crs-kata
                   move old-crs-case-title(1:24) to crs-case-id
                   move old-crs-run-id to crs-run-id
                   move old-crs-case-title to crs-case-title
                   move old-crs-outcome to crs-outcome
                   move old-crs-recorded to crs-recorded
                   write case-results-record
                       invalid key
                           add 1 to mc-collisions
                           display '<MSTCONV-WARNING::> '
                                   function trim(old-crs-candidate)
                                   '/' function trim(old-crs-kata)
                                   ' run ' old-crs-run-id ' case "'
                                   function trim(old-crs-case-title)
                                   '" shares its case id; not'
                                   ' written'
                       not invalid key
                           add 1 to mc-records-written
                   end-write
           end-read
           .

       end program mstconv.
