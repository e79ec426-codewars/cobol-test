       program-id. mstrhist.

      *>  Master-change history inquiry. Lists every change the
      *>  maintenance runs and loads made to one record of a master
      *>  (src/tmchdata.cpy: when, which action, which operator and
      *>  program, the before and after image) and, given a point in
      *>  time, rebuilds the record as it stood then: "which cohort
      *>  was this candidate in when the grade was posted".
      *>
      *>  The point-in-time view takes, for each record under the
      *>  id (a track's steps, a statement's lines), the after image
      *>  of the last change at or before the stamp; a record whose
      *>  first change came later stood as that change's before
      *>  image. A blank image is a record not on file then. A
      *>  record nobody has changed since the history began has no
      *>  changes to list and stands as it is on the master now.
      *>
      *>  Usage: mstrhist <master> <id> [yyyymmdd[hhmm]]   (run
      *>  from the repo root; masters CAND, COHORT, CATALOG, PARAM,
      *>  TRACK, TRACKENR, STMT; the id is the candidate, cohort,
      *>  kata or track; a date alone means the end of that day,
      *>  2359. Stamps are UTC.)

       environment division.
       input-output section.
       file-control.
           copy tmchfc.

       data division.
       file section.
           copy tmchfd.

       working-storage section.
           copy tmchdata.
       01  command-args       pic x(80) value spaces.
       01  inquiry-master     pic x(8) value spaces.
       01  inquiry-id         pic x(20) value spaces.
       01  as-of-arg          pic x(12) value spaces.
       01  as-of-stamp        pic x(14) value spaces.
       01  master-ok-switch   pic x value 'n'.
           88 master-ok       value 'y'.

      *>  The changes to the record, in the order they were made.
       01  mhl-max            pic 9(4) value 0.
       01  mhl-table.
           05 mhl-row occurs 2000 times pic x(486).
       01  mhl-index          pic 9(4) value 0.
       01  mhl-scan           pic 9(4) value 0.
       01  mhl-first-switch   pic x value 'n'.
           88 mhl-first       value 'y'.
       01  mhl-seen-switch    pic x value 'n'.
           88 mhl-seen        value 'y'.
       01  view-key           pic x(40) value spaces.
       01  view-image         pic x(200) value spaces.
      *>  a candidate image read through the master's layout
      *>  (src/tcanfd.cpy)
       01  view-candidate redefines view-image.
           05 vcn-id          pic x(20).
           05 vcn-name        pic x(30).
           05 vcn-cohort      pic x(10).
           05 vcn-status      pic x(8).
           05 vcn-sponsor     pic x(10).
           05 vcn-zone        pic x(8).
           05 filler          pic x(114).
       01  report-line        pic x(240).

       procedure division.
           accept command-args from command-line
           unstring command-args delimited by all space
               into inquiry-master inquiry-id as-of-arg
           end-unstring
           evaluate inquiry-master
               when 'CAND    '
               when 'COHORT  '
               when 'CATALOG '
               when 'PARAM   '
               when 'TRACK   '
               when 'TRACKENR'
               when 'STMT    '
                   set master-ok to true
           end-evaluate
           if not master-ok or inquiry-id = spaces
               display '<MSTRHIST-ERROR::> usage: mstrhist <master>'
                       ' <id> [yyyymmdd[hhmm]] - masters CAND,'
                       ' COHORT, CATALOG, PARAM, TRACK, TRACKENR,'
                       ' STMT'
               move 2 to return-code
               goback
           end-if
           if as-of-arg not = spaces
               if as-of-arg(1:8) is not numeric
                   or (as-of-arg(9:4) not = spaces
                       and as-of-arg(9:4) is not numeric)
                   display '<MSTRHIST-ERROR::> as-of ' as-of-arg
                           ' is not yyyymmdd[hhmm]'
                   move 2 to return-code
                   goback
               end-if
               move as-of-arg(1:8) to as-of-stamp(1:8)
               if as-of-arg(9:4) = spaces
                   move '235959' to as-of-stamp(9:6)
               else
                   move as-of-arg(9:4) to as-of-stamp(9:4)
                   move '59' to as-of-stamp(13:2)
               end-if
           end-if
           perform load-master-changes
           display 'MASTER CHANGE HISTORY - ' function trim(
                   inquiry-master) ' ' function trim(inquiry-id)
           perform list-one-change
               varying mhl-index from 1 by 1
               until mhl-index > mhl-max
           if mhl-max = 0
               display '  no changes on the history; the record on'
                       ' the master now is as it has stood'
           end-if
           if as-of-stamp not = spaces and mhl-max > 0
               perform show-record-as-of
           end-if
           display '<MSTRHIST::> ' mhl-max ' change(s)'
           goback.

      *>  A missing history is an empty one: nothing has been
      *>  changed since it began.
       load-master-changes.
           open input master-change-file
           if master-change-status = '00'
               perform load-next-master-change
                   until master-change-eof
               close master-change-file
           end-if
           .

       load-next-master-change.
           read master-change-file
               at end
                   set master-change-eof to true
               not at end
                   if mch-master-in = inquiry-master
                       and mch-key-in(1:20) = inquiry-id
                       if mhl-max < 2000
                           add 1 to mhl-max
                           move master-change-record
                               to mhl-row(mhl-max)
                       else
                           display '<MSTRHIST-ERROR::> more than'
                                   ' 2000 changes; raise the table'
                                   ' size'
                           move 1 to return-code
                       end-if
                   end-if
           end-read
           .

       list-one-change.
           move mhl-row(mhl-index) to master-change-record
           move spaces to report-line
           string '  ' mch-stamp-in(1:4) '-' mch-stamp-in(5:2) '-'
                  mch-stamp-in(7:2) ' ' mch-stamp-in(9:2) ':'
                  mch-stamp-in(11:2) ':' mch-stamp-in(13:2) ' '
                  mch-action-in ' by ' mch-operator-in
                  ' (' function trim(mch-program-in) ') '
                  function trim(mch-key-in(21:20))
               delimited by size into report-line
           display function trim(report-line trailing)
           if mch-before-in not = spaces
               display '      before: '
                       function trim(mch-before-in trailing)
           end-if
           if mch-after-in not = spaces
               display '      after:  '
                       function trim(mch-after-in trailing)
           end-if
           .

       show-record-as-of.
           display ' '
           move spaces to report-line
           string 'AS OF ' as-of-stamp(1:4) '-' as-of-stamp(5:2) '-'
                  as-of-stamp(7:2) ' ' as-of-stamp(9:2) ':'
                  as-of-stamp(11:2) ' UTC - '
                  function trim(inquiry-master) ' '
                  function trim(inquiry-id)
               delimited by size into report-line
           display function trim(report-line trailing)
           perform show-one-record
               varying mhl-index from 1 by 1
               until mhl-index > mhl-max
           .

      *>  once per record under the id, at its first change.
       show-one-record.
           move mhl-row(mhl-index) to master-change-record
           move mch-key-in to view-key
           move 'n' to mhl-seen-switch
           perform varying mhl-scan from 1 by 1
                   until mhl-scan >= mhl-index or mhl-seen
               move mhl-row(mhl-scan) to master-change-record
               if mch-key-in = view-key
                   set mhl-seen to true
               end-if
           end-perform
           if not mhl-seen
               perform rebuild-one-record
           end-if
           .

       rebuild-one-record.
           move 'y' to mhl-first-switch
           perform varying mhl-scan from 1 by 1
                   until mhl-scan > mhl-max
               move mhl-row(mhl-scan) to master-change-record
               if mch-key-in = view-key
                   if mhl-first
                       move mch-before-in to view-image
                       move 'n' to mhl-first-switch
                   end-if
                   if mch-stamp-in <= as-of-stamp
                       move mch-after-in to view-image
                   end-if
               end-if
           end-perform
           move spaces to report-line
           evaluate true
               when view-image = spaces
                       and view-key(21:20) = spaces
                   move '  (not on file)' to report-line
               when view-image = spaces
                   string '  ' function trim(view-key(21:20))
                          ': (not on file)'
                       delimited by size into report-line
               when view-key(21:20) = spaces
                   string '  ' view-image delimited by size
                       into report-line
               when other
                   string '  ' function trim(view-key(21:20)) ': '
                          view-image
                       delimited by size into report-line
           end-evaluate
           display function trim(report-line trailing)
           if inquiry-master = 'CAND    ' and view-image not = spaces
               display '    cohort ' vcn-cohort ' status '
                       vcn-status ' sponsor ' vcn-sponsor
                       ' zone ' vcn-zone
           end-if
           .

       end program mstrhist.
