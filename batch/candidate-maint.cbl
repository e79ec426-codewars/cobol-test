      *>  Candidate master maintenance. Reads a transaction
      *>  file (batch/candidate-maint-input.txt by default; repoint
      *>  maint-input-path before the OPEN to run a different deck) of
      *>  fixed-width records - action(8) id(20) name(30) cohort(10)
      *>  sponsor(10) zone(8) tenant(8) - and applies them to the
      *>  indexed candidate master:
      *>
      *>    ADD       register a new candidate as ACTIVE
      *>    DEACT     mark an existing candidate INACTIVE
      *>              the cohort master (batch/cohort-master.txt,
      *>              maintained by batch/cohort-maint.cbl) when one
      *>              exists: the cohort must be on file and OPEN
      *>    SPONSOR   link an existing candidate to the sponsor in
      *>              the sponsor column (blank: self-paying)
      *>    ZONE      set the candidate's own time zone to the zone
      *>              column (blank: the cohort's)
      *>    TENANT    move an existing candidate to the tenant in the
      *>              tenant column (blank: the home tenant)
      *>
      *>  A sponsor named on an ADD or SPONSOR must be on the sponsor
      *>  master (batch/sponsor-master.txt, src/tspndata.cpy) with its
      *>  contract in force today, and an ACTIVE candidate takes one
      *>  of the contract's purchased seats: a link, or a REACT of a
      *>  sponsored candidate, past the seats purchased is refused.
      *>  A zone named on an ADD or ZONE must be on the time-zone
      *>  table (batch/time-zones.txt, src/tzondata.cpy) when there
      *>  is one. A tenant named on an ADD or TENANT must be on the
      *>  tenant register (batch/tenants.txt, src/ttendata.cpy), and
      *>  an ENROLL into a cohort of another tenant is refused.
      *>
      *>  Every applied transaction is echoed with the record image so
      *>  the maintenance run leaves a reviewable log, and its before
      *>  and after images go on the master-change history
      *>  (src/tmchdata.cpy) under the operator the run was started
      *>  with; a duplicate ADD or an id DEACT/REACT can't find is
      *>  reported and skipped, and the run ends with a nonzero
      *>  return code so the job stream notices.
      *>
      *>  Usage: candmnt [operator]   (run from the repo root)

       environment division.
       input-output section.
       file-control.
           copy tcanfc.
           copy tcohfc.
           copy tspnfc.
           copy tzonfc.
           copy tmchfc.
           copy ttenfc.
           select maint-input-file assign to dynamic maint-input-path
               organization line sequential
               file status maint-input-status.
       file section.
           copy tcanfd.
           copy tcohfd.
           copy tspnfd.
           copy tzonfd.
           copy tmchfd.
           copy ttenfd.
       fd  maint-input-file.
       01  maint-input-record.
           05 mnt-action-in  pic x(8).
           05 mnt-id-in      pic x(20).
           05 mnt-name-in    pic x(30).
           05 mnt-cohort-in  pic x(10).
           05 mnt-sponsor-in pic x(10).
           05 mnt-zone-in    pic x(8).
           05 mnt-tenant-in  pic x(8).

       working-storage section.
           copy tcandata.
           copy tcohdata.
           copy tspndata.
           copy tzondata.
           copy tmchdata.
           copy ttendata.
       01  maint-input-path   pic x(100)
                               value 'batch/candidate-maint-input.txt'.
       01  maint-input-status pic x(2) value spaces.
           88 maint-eof       value 'y'.
       01  maint-error-count  pic 9(4) value 0.
       01  maint-applied-count pic 9(4) value 0.
       01  maint-operator     pic x(8) value spaces.
       01  can-status-save    pic x(8).
       01  can-sponsor-save   pic x(10).

      *>  Seats in use are counted off the master (ACTIVE
      *>  candidates per sponsor) the first time a sponsor check
      *>  needs them, then kept current as transactions apply.
       01  seat-count-switch  pic x value 'n'.
           88 seats-counted   value 'y'.
       01  seat-ok-switch     pic x value 'n'.
           88 seat-ok         value 'y'.
       01  current-date-stamp pic x(21).
       01  seat-record-save   pic x(94).
       01  zone-ok-switch     pic x value 'n'.
           88 zone-ok         value 'y'.
       01  tenant-ok-switch   pic x value 'n'.
           88 tenant-ok       value 'y'.
       01  enroll-tenant      pic x(8) value spaces.

      *>  OPEN cohort ids loaded from the cohort master the
      *>  first time an ENROLL transaction is seen; with no cohort
           05 enr-entry occurs 50 times.
              10 enr-cohort-id pic x(10).
              10 enr-status    pic x(8).
              10 enr-tenant    pic x(8).
       01  enr-index          pic 9(3) value 0.
       01  enr-found-switch   pic x value 'n'.
           88 enr-found       value 'y'.

       procedure division.
           accept maint-operator from command-line
           if maint-operator not = spaces
               move maint-operator to mch-operator
           end-if
           move 'CANDMNT' to mch-program
           move 'CAND' to mch-master
           perform open-candidate-master
           open input maint-input-file
           if maint-input-status not = '00'
                   perform set-candidate-status-active
               when 'ENROLL  '
                   perform enroll-candidate-in-cohort
               when 'SPONSOR '
                   perform link-candidate-to-sponsor
               when 'ZONE    '
                   perform set-candidate-zone
               when 'TENANT  '
                   perform set-candidate-tenant
               when other
                   display '<CANDMNT-ERROR::> unknown action '
                           mnt-action-in ' for ' mnt-id-in
           .

       register-candidate.
           set seat-ok to true
           perform check-zone-on-file
           perform check-tenant-on-file
           if mnt-sponsor-in not = spaces and zone-ok and tenant-ok
               move mnt-sponsor-in to spn-lookup-id
               perform check-sponsor-seat
           end-if
           if not seat-ok or not zone-ok or not tenant-ok
               add 1 to maint-error-count
           else
               move mnt-id-in     to can-id
               move mnt-name-in   to can-name
               move mnt-cohort-in to can-cohort
               move 'ACTIVE  '    to can-status
               move mnt-sponsor-in to can-sponsor
               move mnt-zone-in   to can-zone
               move mnt-tenant-in to can-tenant
               write candidate-record
                   invalid key
                       display '<CANDMNT-ERROR::> duplicate id '
                               mnt-id-in ' not added'
                       add 1 to maint-error-count
                   not invalid key
                       display '<CANDMNT::> added    '
                               candidate-record
                       move spaces to mch-before
                       perform note-candidate-change
                       add 1 to maint-applied-count
                       if can-sponsor not = spaces
                           add 1 to spn-seats-used(spn-index)
                       end-if
               end-write
           end-if
           .

       set-candidate-status-inactive.
                           ' not on file'
                   add 1 to maint-error-count
               not invalid key
                   perform apply-candidate-status
           end-read
           .

      *>  a sponsored candidate coming back to ACTIVE takes a seat
      *>  again; one leaving it gives the seat back.
       apply-candidate-status.
           set seat-ok to true
           if can-sponsor not = spaces
               and can-status not = 'ACTIVE  '
               and can-status-save = 'ACTIVE  '
               move can-sponsor to spn-lookup-id
               perform check-sponsor-seat
           end-if
           if not seat-ok
               add 1 to maint-error-count
           else
               display '<CANDMNT::> before   ' candidate-record
               move candidate-record to mch-before
               if can-sponsor not = spaces
                   and can-status = 'ACTIVE  '
                   and can-status-save not = 'ACTIVE  '
                   perform release-sponsor-seat
               end-if
               if can-sponsor not = spaces
                   and can-status not = 'ACTIVE  '
                   and can-status-save = 'ACTIVE  '
                   add 1 to spn-seats-used(spn-index)
               end-if
               move can-status-save to can-status
               rewrite candidate-record
               display '<CANDMNT::> after    ' candidate-record
               perform note-candidate-change
               add 1 to maint-applied-count
           end-if
           .

       link-candidate-to-sponsor.
           move mnt-id-in to can-id
           read candidate-file
               invalid key
                   display '<CANDMNT-ERROR::> id ' mnt-id-in
                           ' not on file'
                   add 1 to maint-error-count
               not invalid key
                   perform apply-sponsor-link
           end-read
           .

       apply-sponsor-link.
           set seat-ok to true
           if mnt-sponsor-in not = spaces
               and mnt-sponsor-in not = can-sponsor
               and can-status = 'ACTIVE  '
               move mnt-sponsor-in to spn-lookup-id
               perform check-sponsor-seat
           end-if
           if not seat-ok
               add 1 to maint-error-count
           else
               display '<CANDMNT::> before   ' candidate-record
               move candidate-record to mch-before
      *>  the new sponsor's seat is taken while spn-index still
      *>  points at it, before the old one's is given back
               if can-status = 'ACTIVE  '
                   and mnt-sponsor-in not = can-sponsor
                   if mnt-sponsor-in not = spaces
                       add 1 to spn-seats-used(spn-index)
                   end-if
                   if can-sponsor not = spaces
                       perform release-sponsor-seat
                   end-if
               end-if
               move mnt-sponsor-in to can-sponsor
               rewrite candidate-record
               display '<CANDMNT::> after    ' candidate-record
               perform note-candidate-change
               add 1 to maint-applied-count
           end-if
           .

       set-candidate-zone.
           perform check-zone-on-file
           if not zone-ok
               add 1 to maint-error-count
           else
               move mnt-id-in to can-id
               read candidate-file
                   invalid key
                       display '<CANDMNT-ERROR::> id ' mnt-id-in
                               ' not on file'
                       add 1 to maint-error-count
                   not invalid key
                       display '<CANDMNT::> before   '
                               candidate-record
                       move candidate-record to mch-before
                       move mnt-zone-in to can-zone
                       rewrite candidate-record
                       display '<CANDMNT::> after    '
                               candidate-record
                       perform note-candidate-change
                       add 1 to maint-applied-count
               end-read
           end-if
           .

       set-candidate-tenant.
           perform check-tenant-on-file
           if not tenant-ok
               add 1 to maint-error-count
           else
               move mnt-id-in to can-id
               read candidate-file
                   invalid key
                       display '<CANDMNT-ERROR::> id ' mnt-id-in
                               ' not on file'
                       add 1 to maint-error-count
                   not invalid key
                       display '<CANDMNT::> before   '
                               candidate-record
                       move candidate-record to mch-before
                       move mnt-tenant-in to can-tenant
                       rewrite candidate-record
                       display '<CANDMNT::> after    '
                               candidate-record
                       perform note-candidate-change
                       add 1 to maint-applied-count
               end-read
           end-if
           .

      *>  mch-before in: the candidate's record before the change.
       note-candidate-change.
           move mnt-action-in to mch-action
           move can-id to mch-key
           move candidate-record to mch-after
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
                   display '<CANDMNT-ERROR::> zone ' mnt-zone-in
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
                   display '<CANDMNT-ERROR::> tenant ' mnt-tenant-in
                           ' is not on the tenant register'
               end-if
           end-if
           .

      *>  spn-lookup-id in: the sponsor must be on file with its
      *>  contract in force today and a purchased seat free;
      *>  seat-ok and spn-index come back.
       check-sponsor-seat.
           if not seats-counted
               perform count-sponsor-seats
           end-if
           move function current-date to current-date-stamp
           move current-date-stamp(1:8) to spn-lookup-date
           perform look-up-sponsor
           move 'n' to seat-ok-switch
           evaluate true
               when not spn-found
                   display '<CANDMNT-ERROR::> sponsor '
                           function trim(spn-lookup-id)
                           ' is not on the sponsor master'
               when not spn-in-force
                   display '<CANDMNT-ERROR::> sponsor '
                           function trim(spn-lookup-id)
                           ' contract ' spn-from(spn-index) '-'
                           spn-to(spn-index) ' is not in force'
               when spn-seats-used(spn-index)
                       >= spn-seats(spn-index)
                   display '<CANDMNT-ERROR::> sponsor '
                           function trim(spn-lookup-id)
                           ' has all ' spn-seats(spn-index)
                           ' purchased seat(s) in use; '
                           function trim(mnt-id-in) ' refused'
               when other
                   set seat-ok to true
           end-evaluate
           .

       release-sponsor-seat.
           if not seats-counted
               perform count-sponsor-seats
           end-if
           move can-sponsor to spn-lookup-id
           perform look-up-sponsor
           if spn-found and spn-seats-used(spn-index) > 0
               subtract 1 from spn-seats-used(spn-index)
           end-if
           .

      *>  one pass of the master from the top; the keyed reads
      *>  that follow reposition for themselves. The record area is
      *>  parked around it so the transaction in hand survives.
       count-sponsor-seats.
           set seats-counted to true
           if not sponsors-loaded
               perform load-sponsor-table
           end-if
           move candidate-record to seat-record-save
           move low-values to can-id
           start candidate-file key >= can-id
               invalid key
                   set candidate-eof to true
           end-start
           perform count-next-sponsor-seat until candidate-eof
           move 'n' to candidate-eof-switch
           move seat-record-save to candidate-record
           .

       count-next-sponsor-seat.
           read candidate-file next
               at end
                   set candidate-eof to true
               not at end
                   if can-sponsor not = spaces
                       and can-status = 'ACTIVE  '
                       move can-sponsor to spn-lookup-id
                       perform look-up-sponsor
                       if spn-found
                           add 1 to spn-seats-used(spn-index)
                       end-if
                   end-if
           end-read
           .

                       add 1 to enr-max
                       move coh-id-in to enr-cohort-id(enr-max)
                       move coh-status-in to enr-status(enr-max)
                       move coh-tenant-in to enr-tenant(enr-max)
                   end-if
           end-read
           .
                               ' not on file'
                       add 1 to maint-error-count
                   not invalid key
                       perform check-enroll-tenant
               end-read
           end-if
           .

      *>  a cohort on the master belongs to one tenant, and only
      *>  that tenant's candidates sit in it.
       check-enroll-tenant.
           move spaces to enroll-tenant
           if enr-max > 0
               move enr-tenant(enr-index) to enroll-tenant
           end-if
           move enroll-tenant to ten-record-tenant
           perform check-record-tenant
           move ten-record-tenant to enroll-tenant
           move can-tenant to ten-record-tenant
           perform check-record-tenant
           if enr-max > 0 and enroll-tenant not = ten-record-tenant
               display '<CANDMNT-ERROR::> cohort ' mnt-cohort-in
                       ' is tenant ' function trim(enroll-tenant)
                       '''s; ' function trim(mnt-id-in) ' is tenant '
                       function trim(ten-record-tenant) '''s'
               add 1 to maint-error-count
           else
               display '<CANDMNT::> before   ' candidate-record
               move candidate-record to mch-before
               move mnt-cohort-in to can-cohort
               rewrite candidate-record
               display '<CANDMNT::> after    ' candidate-record
               perform note-candidate-change
               add 1 to maint-applied-count
           end-if
           .

           copy tspnhelp.
           copy tzonhelp.
           copy tmchhelp.
           copy ttenhelp.

       end program candmnt.
