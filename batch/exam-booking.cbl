       program-id. exambkg.

      *>  Exam seat booking maintenance. An exam used to be open
      *>  to anyone in the cohort, at any sitting, however many
      *>  proctored seats the room had. Each sitting is now a session
      *>  on the session master (batch/exam-sessions.txt,
      *>  src/tbkgdata.cpy) with a seat capacity, and a candidate
      *>  sits only on a confirmed booking. Reads a transaction file
      *>  (batch/exam-booking-input.txt by default; repoint
      *>  maint-input-path before the OPEN to run a different deck)
      *>  of fixed-width records - action(8) session-id(12)
      *>  candidate(20) - and applies them to the booking file, held
      *>  whole in working storage and rewritten once at the end, the
      *>  same load/apply/rewrite shape teammnt uses:
      *>
      *>    BOOK      book a seat on a session that has not opened
      *>              yet: BOOKED while seats remain, else WAITLIST
      *>              behind the bookings already waiting
      *>    CANCEL    cancel a BOOKED or WAITLIST booking; a seat it
      *>              frees goes to the session's first waitlisted
      *>              candidate
      *>    NOSHOW    mark a BOOKED candidate who did not sit, once
      *>              the session has closed
      *>
      *>  A candidate must be registered and ACTIVE on the candidate
      *>  master, and holds at most one live (BOOKED or WAITLIST)
      *>  booking per exam. After the deck, every session still to
      *>  close fills any free seats from its waitlist, so a raised
      *>  capacity on the session master promotes on the next run.
      *>  Every applied transaction and promotion is echoed with the
      *>  record image so the run leaves a reviewable log; anything
      *>  rejected is reported and skipped, and the run ends with a
      *>  nonzero return code so the job stream notices.

       environment division.
       input-output section.
       file-control.
           copy tbkgfc.
           copy tcanfc.
           select maint-input-file assign to dynamic maint-input-path
               organization line sequential
               file status maint-input-status.

       data division.
       file section.
           copy tbkgfd.
           copy tcanfd.
       fd  maint-input-file.
       01  maint-input-record.
           05 mnt-action-in     pic x(8).
           05 mnt-session-id-in pic x(12).
           05 mnt-candidate-in  pic x(20).

       working-storage section.
           copy tbkgdata.
           copy tcandata.
       01  maint-input-path   pic x(100)
                               value 'batch/exam-booking-input.txt'.
       01  maint-input-status pic x(2) value spaces.
       01  maint-eof-switch   pic x value 'n'.
           88 maint-eof       value 'y'.
       01  maint-error-count  pic 9(4) value 0.
       01  maint-applied-count pic 9(4) value 0.
       01  current-date-stamp pic x(21).
       01  now-ts             pic x(14).
       01  master-open-switch pic x value 'n'.
           88 master-open     value 'y'.

      *>  The session master, read-only here.
       01  ssn-max            pic 9(3) value 0.
       01  ssn-table.
           05 ssn-entry occurs 100 times.
              10 ssn-id       pic x(12).
              10 ssn-exam-id  pic x(12).
              10 ssn-open     pic x(14).
              10 ssn-close    pic x(14).
              10 ssn-capacity pic 9(4).
       01  ssn-index          pic 9(3) value 0.
       01  ssn-found-switch   pic x value 'n'.
           88 ssn-found       value 'y'.
       01  ssn-booked         pic 9(4) value 0.
       01  ssn-lookup-id      pic x(12).
       01  ssn-hold-index     pic 9(3) value 0.

      *>  The booking file held whole in working storage, in
      *>  booking order - which is also waitlist order.
       01  bkm-max            pic 9(4) value 0.
       01  bkm-table.
           05 bkm-entry occurs 2000 times.
              10 bkm-record       pic x(70).
              10 bkm-record-split redefines bkm-record.
                 15 bkm-session-id pic x(12).
                 15 bkm-candidate  pic x(20).
                 15 bkm-status     pic x(10).
                 15 bkm-requested  pic x(14).
                 15 bkm-updated    pic x(14).
       01  bkm-index          pic 9(4) value 0.
       01  bkm-scan           pic 9(4) value 0.
       01  bkm-found-switch   pic x value 'n'.
           88 bkm-found       value 'y'.
       01  bkm-lookup-status  pic x(10).

       01  mnt-valid-switch   pic x value 'y'.
           88 mnt-valid       value 'y'.
       01  mnt-exam-id        pic x(12).

       procedure division.
           move function current-date to current-date-stamp
           move current-date-stamp(1:14) to now-ts
           perform load-session-table
           perform load-booking-table
           open input candidate-file
           if candidate-file-status = '00'
               set master-open to true
           end-if
           open input maint-input-file
           if maint-input-status not = '00'
               display '<EXAMBKG-ERROR::> cannot open '
                       function trim(maint-input-path)
               move 1 to return-code
               goback
           end-if
           perform read-next-maint-record until maint-eof
           close maint-input-file
           if master-open
               close candidate-file
           end-if
           perform fill-session-seats
               varying ssn-index from 1 by 1
               until ssn-index > ssn-max
           perform rewrite-booking-file
           display '<EXAMBKG::> applied ' maint-applied-count
                   ' transaction(s), ' maint-error-count ' error(s)'
           if maint-error-count > 0
               move 1 to return-code
           end-if
           goback.

       load-session-table.
           open input session-file
           if session-file-status = '00'
               perform load-next-session until session-eof
               close session-file
           end-if
           .

       load-next-session.
           read session-file
               at end
                   set session-eof to true
               not at end
                   if session-record(1:1) not = '#'
                           and session-record not = spaces
                       if ssn-max < 100
                           add 1 to ssn-max
                           move ses-session-id-in to ssn-id(ssn-max)
                           move ses-exam-id-in
                               to ssn-exam-id(ssn-max)
                           move ses-open-in to ssn-open(ssn-max)
                           move ses-close-in to ssn-close(ssn-max)
                           move 0 to ssn-capacity(ssn-max)
                           if function test-numval(ses-capacity-in)
                                   = 0
                               compute ssn-capacity(ssn-max) =
                                   function numval(ses-capacity-in)
                           end-if
                       else
                           display '<EXAMBKG-ERROR::> session master'
                                   ' exceeds 100 records; raise the'
                                   ' table size'
                           move 1 to return-code
                       end-if
                   end-if
           end-read
           .

      *>  First-ever run has no booking file yet: file status 35
      *>  means "not there", which is an empty table, not an error.
       load-booking-table.
           open input booking-file
           if booking-file-status = '00'
               perform load-next-booking until booking-eof
               close booking-file
           end-if
           .

       load-next-booking.
           read booking-file
               at end
                   set booking-eof to true
               not at end
                   if bkm-max < 2000
                       add 1 to bkm-max
                       move booking-record to bkm-record(bkm-max)
                   else
                       display '<EXAMBKG-ERROR::> booking file'
                               ' exceeds 2000 records; raise the'
                               ' table size'
                       move 1 to return-code
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
           move mnt-session-id-in to ssn-lookup-id
           perform find-session-entry
           if not ssn-found
               display '<EXAMBKG-ERROR::> session '
                       mnt-session-id-in
                       ' not on the session master'
               add 1 to maint-error-count
           else
               evaluate mnt-action-in
                   when 'BOOK    '
                       perform book-exam-seat
                   when 'CANCEL  '
                       perform cancel-exam-booking
                   when 'NOSHOW  '
                       perform mark-exam-no-show
                   when other
                       display '<EXAMBKG-ERROR::> unknown action '
                               mnt-action-in ' for '
                               mnt-candidate-in
                       add 1 to maint-error-count
               end-evaluate
           end-if
           .

       find-session-entry.
           move 'n' to ssn-found-switch
           move 1 to ssn-index
           perform test before
               until ssn-index > ssn-max or ssn-found
               if ssn-id(ssn-index) = ssn-lookup-id
                   set ssn-found to true
               else
                   add 1 to ssn-index
               end-if
           end-perform
           .

      *>  the candidate's booking on this session with the status
      *>  in bkm-lookup-status ('LIVE' for BOOKED or WAITLIST)
       find-session-booking.
           move 'n' to bkm-found-switch
           move 1 to bkm-index
           perform test before
               until bkm-index > bkm-max or bkm-found
               if bkm-session-id(bkm-index) = mnt-session-id-in
                   and bkm-candidate(bkm-index) = mnt-candidate-in
                   and (bkm-status(bkm-index) = bkm-lookup-status
                       or (bkm-lookup-status = 'LIVE'
                           and (bkm-status(bkm-index) = 'BOOKED'
                             or bkm-status(bkm-index) = 'WAITLIST')))
                   set bkm-found to true
               else
                   add 1 to bkm-index
               end-if
           end-perform
           .

       count-session-bookings.
           move 0 to ssn-booked
           perform varying bkm-scan from 1 by 1
                   until bkm-scan > bkm-max
               if bkm-session-id(bkm-scan) = ssn-id(ssn-index)
                   and bkm-status(bkm-scan) = 'BOOKED'
                   add 1 to ssn-booked
               end-if
           end-perform
           .

      *>  Registered, ACTIVE, and not already holding a live
      *>  booking on any session of the same exam. Each problem is
      *>  reported on its own.
       validate-booking-request.
           move 'y' to mnt-valid-switch
           if now-ts >= ssn-open(ssn-index)
               display '<EXAMBKG-ERROR::> session '
                       mnt-session-id-in ' opened at '
                       ssn-open(ssn-index) '; booking is closed'
               move 'n' to mnt-valid-switch
           end-if
           if not master-open
               display '<EXAMBKG-ERROR::> candidate master not'
                       ' available; cannot book '
                       function trim(mnt-candidate-in)
               move 'n' to mnt-valid-switch
           else
               move mnt-candidate-in to can-id
               read candidate-file
                   invalid key
                       display '<EXAMBKG-ERROR::> '
                               function trim(mnt-candidate-in)
                               ' is not registered'
                       move 'n' to mnt-valid-switch
                   not invalid key
                       if can-status not = 'ACTIVE'
                           display '<EXAMBKG-ERROR::> '
                                   function trim(mnt-candidate-in)
                                   ' is ' function trim(can-status)
                           move 'n' to mnt-valid-switch
                       end-if
               end-read
           end-if
           move ssn-exam-id(ssn-index) to mnt-exam-id
           perform check-no-live-exam-booking
               varying bkm-scan from 1 by 1
               until bkm-scan > bkm-max
           .

       check-no-live-exam-booking.
           if bkm-candidate(bkm-scan) = mnt-candidate-in
               and (bkm-status(bkm-scan) = 'BOOKED'
                   or bkm-status(bkm-scan) = 'WAITLIST')
               move ssn-index to ssn-hold-index
               move bkm-session-id(bkm-scan) to ssn-lookup-id
               perform find-session-entry
               if ssn-found
                   and ssn-exam-id(ssn-index) = mnt-exam-id
                   display '<EXAMBKG-ERROR::> '
                           function trim(mnt-candidate-in)
                           ' already holds ' bkm-status(bkm-scan)
                           ' on session ' bkm-session-id(bkm-scan)
                           ' for exam ' mnt-exam-id
                   move 'n' to mnt-valid-switch
               end-if
               move ssn-hold-index to ssn-index
           end-if
           .

       book-exam-seat.
           if mnt-candidate-in = spaces
               display '<EXAMBKG-ERROR::> candidate id is required'
               add 1 to maint-error-count
           else
               perform validate-booking-request
               if not mnt-valid
                   add 1 to maint-error-count
               else
                   if bkm-max < 2000
                       perform count-session-bookings
                       add 1 to bkm-max
                       move bkm-max to bkm-index
                       move spaces to bkm-record(bkm-index)
                       move mnt-session-id-in
                           to bkm-session-id(bkm-index)
                       move mnt-candidate-in
                           to bkm-candidate(bkm-index)
                       if ssn-booked < ssn-capacity(ssn-index)
                           move 'BOOKED' to bkm-status(bkm-index)
                       else
                           move 'WAITLIST' to bkm-status(bkm-index)
                       end-if
                       move now-ts to bkm-requested(bkm-index)
                       move now-ts to bkm-updated(bkm-index)
                       display '<EXAMBKG::> added    '
                               bkm-record(bkm-index)
                       add 1 to maint-applied-count
                   else
                       display '<EXAMBKG-ERROR::> booking file full, '
                               function trim(mnt-candidate-in)
                               ' not booked'
                       add 1 to maint-error-count
                   end-if
               end-if
           end-if
           .

       cancel-exam-booking.
           move 'LIVE' to bkm-lookup-status
           perform find-session-booking
           if not bkm-found
               display '<EXAMBKG-ERROR::> '
                       function trim(mnt-candidate-in)
                       ' has no live booking on session '
                       mnt-session-id-in
               add 1 to maint-error-count
           else
               display '<EXAMBKG::> before   ' bkm-record(bkm-index)
               move 'CANCELLED' to bkm-status(bkm-index)
               move now-ts to bkm-updated(bkm-index)
               display '<EXAMBKG::> after    ' bkm-record(bkm-index)
               add 1 to maint-applied-count
               perform fill-session-seats
           end-if
           .

       mark-exam-no-show.
           move 'BOOKED' to bkm-lookup-status
           perform find-session-booking
           if not bkm-found
               display '<EXAMBKG-ERROR::> '
                       function trim(mnt-candidate-in)
                       ' has no confirmed booking on session '
                       mnt-session-id-in
               add 1 to maint-error-count
           else
               if now-ts <= ssn-close(ssn-index)
                   display '<EXAMBKG-ERROR::> session '
                           mnt-session-id-in ' closes at '
                           ssn-close(ssn-index)
                           '; no-shows are marked after it'
                   add 1 to maint-error-count
               else
                   display '<EXAMBKG::> before   '
                           bkm-record(bkm-index)
                   move 'NO-SHOW' to bkm-status(bkm-index)
                   move now-ts to bkm-updated(bkm-index)
                   display '<EXAMBKG::> after    '
                           bkm-record(bkm-index)
                   add 1 to maint-applied-count
               end-if
           end-if
           .

      *>  Promote the session's waitlist, first booked first, into
      *>  any seat its capacity leaves free - not once the session
      *>  has closed, when a seat is no use to anybody.
       fill-session-seats.
           if now-ts <= ssn-close(ssn-index)
               perform count-session-bookings
               perform promote-waitlisted-booking
                   varying bkm-index from 1 by 1
                   until bkm-index > bkm-max
                       or ssn-booked >= ssn-capacity(ssn-index)
           end-if
           .

       promote-waitlisted-booking.
           if bkm-session-id(bkm-index) = ssn-id(ssn-index)
               and bkm-status(bkm-index) = 'WAITLIST'
               display '<EXAMBKG::> before   ' bkm-record(bkm-index)
               move 'BOOKED' to bkm-status(bkm-index)
               move now-ts to bkm-updated(bkm-index)
               display '<EXAMBKG::> promoted ' bkm-record(bkm-index)
               add 1 to ssn-booked
           end-if
           .

       rewrite-booking-file.
           open output booking-file
           if booking-file-status not = '00'
               display '<EXAMBKG-ERROR::> cannot rewrite '
                       function trim(booking-file-path)
               move 1 to return-code
               goback
           end-if
           perform varying bkm-index from 1 by 1
                   until bkm-index > bkm-max
               write booking-record from bkm-record(bkm-index)
           end-perform
           close booking-file
           .

       end program exambkg.
