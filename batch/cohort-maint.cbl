      *>  file (batch/cohort-maint-input.txt by default; repoint
      *>  maint-input-path before the OPEN to run a different deck) of
      *>  fixed-width records - action(8) id(10) name(30)
      *>  start-date(8) zone(8) tenant(8) - and applies them to the
      *>  line-sequential cohort master, held whole in working
      *>  storage and rewritten once at the end, the same
      *>  load/apply/rewrite shape katmaint uses for the catalog:
      *>
      *>    ADD       register a new cohort as OPEN
      *>    CLOSE     mark an existing cohort CLOSED (its history
      *>              stays; candmnt ENROLL rejects it)
      *>    REOPEN    mark an existing cohort OPEN again
      *>    ZONE      set the time zone the cohort is taught in to
      *>              the zone column (blank: the shop's)
      *>    TENANT    set the tenant the cohort belongs to to the
      *>              tenant column (blank: the home tenant)
      *>
      *>  A zone named on an ADD or ZONE must be on the time-zone
      *>  table (batch/time-zones.txt, src/tzondata.cpy) when there
      *>  is one; a tenant named on an ADD or TENANT must be on the
      *>  tenant register (batch/tenants.txt, src/ttendata.cpy).
      *>
      *>  Every applied transaction is echoed with the record image
      *>  so the maintenance run leaves a reviewable log, and its
      *>  before and after images go on the master-change history
      *>  (src/tmchdata.cpy) under the operator the run was started
      *>  with; a duplicate ADD or an id CLOSE/REOPEN can't find is
      *>  reported and skipped, and the run ends with a nonzero
      *>  return code so the job stream notices.
      *>
      *>  Usage: cohmnt [operator]   (run from the repo root)

       environment division.
       input-output section.
       file-control.
           copy tcohfc.
           copy tzonfc.
           copy tmchfc.
           copy ttenfc.
           select maint-input-file assign to dynamic maint-input-path
               organization line sequential
               file status maint-input-status.
       data division.
       file section.
           copy tcohfd.
           copy tzonfd.
           copy tmchfd.
           copy ttenfd.
       fd  maint-input-file.
       01  maint-input-record.
           05 mnt-action-in     pic x(8).
           05 mnt-id-in         pic x(10).
           05 mnt-name-in       pic x(30).
           05 mnt-start-date-in pic x(8).
           05 mnt-zone-in       pic x(8).
           05 mnt-tenant-in     pic x(8).

       working-storage section.
           copy tcohdata.
           copy tzondata.
           copy tmchdata.
           copy ttendata.
       01  maint-input-path   pic x(100)
                               value 'batch/cohort-maint-input.txt'.
       01  maint-input-status pic x(2) value spaces.
           88 maint-eof       value 'y'.
       01  maint-error-count  pic 9(4) value 0.
       01  maint-applied-count pic 9(4) value 0.
       01  maint-operator     pic x(8) value spaces.

      *>  The cohort master held whole in working storage:
      *>  loaded up front, maintained in place, written back once.
       01  chm-max            pic 9(3) value 0.
       01  chm-table.
           05 chm-entry occurs 50 times.
              10 chm-record       pic x(72).
              10 chm-record-split redefines chm-record.
                 15 chm-id         pic x(10).
                 15 chm-name       pic x(30).
                 15 chm-start-date pic x(8).
                 15 chm-status     pic x(8).
                 15 chm-zone       pic x(8).
                 15 chm-tenant     pic x(8).
       01  chm-index          pic 9(3) value 0.
       01  chm-found-switch   pic x value 'n'.
           88 chm-found       value 'y'.
       01  zone-ok-switch     pic x value 'n'.
           88 zone-ok         value 'y'.
       01  tenant-ok-switch   pic x value 'n'.
           88 tenant-ok       value 'y'.

       procedure division.
           accept maint-operator from command-line
           if maint-operator not = spaces
               move maint-operator to mch-operator
           end-if
           move 'COHMNT' to mch-program
           move 'COHORT' to mch-master
           perform load-cohort-table
           open input maint-input-file
           if maint-input-status not = '00'
                   perform close-cohort-record
               when 'REOPEN  '
                   perform reopen-cohort-record
               when 'ZONE    '
                   perform set-cohort-zone
               when 'TENANT  '
                   perform set-cohort-tenant
               when other
                   display '<COHMNT-ERROR::> unknown action '
                           mnt-action-in ' for ' mnt-id-in
               add 1 to maint-error-count
           else
               perform find-cohort-record
               perform check-zone-on-file
               perform check-tenant-on-file
               evaluate true
                   when chm-found
                       display '<COHMNT-ERROR::> duplicate cohort id '
                               mnt-id-in ' not added'
                       add 1 to maint-error-count
                   when not zone-ok or not tenant-ok
                       add 1 to maint-error-count
                   when chm-max < 50
                       add 1 to chm-max
                       move chm-max to chm-index
                       move spaces to chm-record(chm-index)
                       move mnt-start-date-in
                           to chm-start-date(chm-index)
                       move 'OPEN    ' to chm-status(chm-index)
                       move mnt-zone-in to chm-zone(chm-index)
                       move mnt-tenant-in to chm-tenant(chm-index)
                       display '<COHMNT::> added    '
                               chm-record(chm-index)
                       move spaces to mch-before
                       perform note-cohort-change
                       add 1 to maint-applied-count
                   when other
                       display '<COHMNT-ERROR::> cohort master full, '
                               mnt-id-in ' not added'
                       add 1 to maint-error-count
               end-evaluate
           end-if
           .

               add 1 to maint-error-count
           else
               display '<COHMNT::> before   ' chm-record(chm-index)
               move chm-record(chm-index) to mch-before
               move 'CLOSED  ' to chm-status(chm-index)
               display '<COHMNT::> after    ' chm-record(chm-index)
               perform note-cohort-change
               add 1 to maint-applied-count
           end-if
           .
               add 1 to maint-error-count
           else
               display '<COHMNT::> before   ' chm-record(chm-index)
               move chm-record(chm-index) to mch-before
               move 'OPEN    ' to chm-status(chm-index)
               display '<COHMNT::> after    ' chm-record(chm-index)
               perform note-cohort-change
               add 1 to maint-applied-count
           end-if
           .

       set-cohort-zone.
           perform find-cohort-record
           perform check-zone-on-file
           if not chm-found
               display '<COHMNT-ERROR::> cohort ' mnt-id-in
                       ' not on file'
               add 1 to maint-error-count
           else
               if zone-ok
                   display '<COHMNT::> before   ' chm-record(chm-index)
                   move chm-record(chm-index) to mch-before
                   move mnt-zone-in to chm-zone(chm-index)
                   display '<COHMNT::> after    ' chm-record(chm-index)
                   perform note-cohort-change
                   add 1 to maint-applied-count
               else
                   add 1 to maint-error-count
               end-if
           end-if
           .

      *>  a cohort already holding candidates keeps them where they
      *>  are on the candidate master; the integrity sweep reports
      *>  any left behind in the old tenant.
       set-cohort-tenant.
           perform find-cohort-record
           perform check-tenant-on-file
           if not chm-found
               display '<COHMNT-ERROR::> cohort ' mnt-id-in
                       ' not on file'
               add 1 to maint-error-count
           else
               if tenant-ok
                   display '<COHMNT::> before   ' chm-record(chm-index)
                   move chm-record(chm-index) to mch-before
                   move mnt-tenant-in to chm-tenant(chm-index)
                   display '<COHMNT::> after    ' chm-record(chm-index)
                   perform note-cohort-change
                   add 1 to maint-applied-count
               else
                   add 1 to maint-error-count
               end-if
           end-if
           .

      *>  mch-before in: the cohort's record before the change.
       note-cohort-change.
           move mnt-action-in to mch-action
           move chm-id(chm-index) to mch-key
           move chm-record(chm-index) to mch-after
           perform write-master-change
           .

      *>  a zone named must be on the time-zone table; with no table
      *>  on disk every zone is taken, the bootstrap path.
       check-zone-on-file.
           set zone-ok to true
           if mnt-zone-in not = spaces
               move mnt-zone-in to tzn-lookup-zone
               perform look-up-time-zone
               if tzn-max > 0 and not tzn-zone-found
                   move 'n' to zone-ok-switch
                   display '<COHMNT-ERROR::> zone ' mnt-zone-in
                           ' is not on the time-zone table'
               end-if
           end-if
           .

      *>  a tenant named must be on the tenant register; blank is
      *>  the home tenant.
       check-tenant-on-file.
           set tenant-ok to true
           if mnt-tenant-in not = spaces
               move mnt-tenant-in to ten-record-tenant
               perform look-up-tenant
               if not ten-found
                   move 'n' to tenant-ok-switch
                   display '<COHMNT-ERROR::> tenant ' mnt-tenant-in
                           ' is not on the tenant register'
               end-if
           end-if
           .

       rewrite-cohort-file.
           open output cohort-file
           if cohort-file-status not = '00'
           close cohort-file
           .

           copy tzonhelp.
           copy tmchhelp.
           copy ttenhelp.

       end program cohmnt.
