       program-id. ctlhist.

      *>  Control-file change history. Lists every change request
      *>  on the change register (src/tccrdata.cpy) for one control
      *>  file - who asked, who approved, when it took effect and
      *>  the before and after image of the row - and, given a
      *>  point in time, prints the file as it stood then: "what
      *>  grading policy was in force on the night of the 12th".
      *>
      *>  The point-in-time view starts from the file as it is now
      *>  and unwinds, newest first, every change applied after the
      *>  stamp - a CHANGE puts its before image back on its line,
      *>  an ADD comes out, a DELETE goes back in where it was. A
      *>  line that no longer holds the image the register expects
      *>  means the file was edited outside change control since;
      *>  the view is then flagged as approximate.
      *>
      *>  Usage: ctlhist <file-code> [yyyymmdd[hhmm]]   (run from
      *>  the repo root; a date alone means the end of that day,
      *>  2359, which covers an evening run - give the start time
      *>  of a run that began after midnight)

       environment division.
       input-output section.
       file-control.
           copy tccrfc.

       data division.
       file section.
           copy tccrfd.

       working-storage section.
           copy tccrdata.
       01  command-args       pic x(40) value spaces.
       01  as-of-arg          pic x(12) value spaces.
       01  as-of-stamp        pic x(14) value spaces.
       01  request-count      pic 9(4) value 0.
       01  undone-count       pic 9(4) value 0.
       01  drift-switch       pic x value 'n'.
           88 drift-found     value 'y'.
       01  row-number         pic 9(3) value 0.
       01  row-display        pic zz9.
       01  report-line        pic x(160).

       procedure division.
           accept command-args from command-line
           unstring command-args delimited by all space
               into control-file-code as-of-arg
           end-unstring
           perform find-control-file
           if not ctlf-found
               display '<CTLHIST-ERROR::> usage: ctlhist <file-code>'
                       ' [yyyymmdd[hhmm]] - file codes:'
               perform varying ctlf-index from 1 by 1
                       until ctlf-index > ctlf-max
                   display '  ' ctlf-code(ctlf-index) ' '
                           function trim(ctlf-path(ctlf-index))
               end-perform
               move 2 to return-code
               goback
           end-if
           if as-of-arg not = spaces
               if as-of-arg(1:8) is not numeric
                   or (as-of-arg(9:4) not = spaces
                       and as-of-arg(9:4) is not numeric)
                   display '<CTLHIST-ERROR::> as-of ' as-of-arg
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
           perform load-change-register
           display 'CHANGE HISTORY - ' function trim(control-file-code)
                   ' (' function trim(control-file-path) ')'
           perform list-one-request
               varying ccr-index from 1 by 1
               until ccr-index > ccr-max
           if request-count = 0
               display '  no change requests on the register'
           end-if
           if as-of-stamp not = spaces
               perform show-file-as-of
           end-if
           display '<CTLHIST::> ' request-count ' change request(s)'
           goback.

       list-one-request.
           move ccr-row(ccr-index) to change-register-record
           if ccr-file-in = control-file-code
               add 1 to request-count
               display '  ' ccr-id-in ' ' ccr-action-in ' '
                       ccr-status-in ' by ' ccr-requester-in
                       ' approver ' ccr-approver-in
                       ' effective ' ccr-effective-in
                       ' applied ' ccr-applied-in
               if ccr-before-in not = spaces
                   display '      before: '
                           function trim(ccr-before-in trailing)
               end-if
               if ccr-after-in not = spaces
                   display '      after:  '
                           function trim(ccr-after-in trailing)
               end-if
           end-if
           .

       show-file-as-of.
           perform load-control-rows
           perform undo-later-change
               varying ccr-index from ccr-max by -1
               until ccr-index < 1
           display ' '
           move spaces to report-line
           string 'IN FORCE AS OF ' as-of-stamp(1:4) '-'
                  as-of-stamp(5:2) '-' as-of-stamp(7:2) ' '
                  as-of-stamp(9:2) ':' as-of-stamp(11:2)
                  ' - ' function trim(control-file-path)
               delimited by size into report-line
           display function trim(report-line trailing)
           move undone-count to row-display
           display '  (' function trim(row-display)
                   ' later change(s) unwound)'
           if drift-found
               display '  APPROXIMATE: the file was edited outside'
                       ' change control after the stamp'
           end-if
           perform show-one-row
               varying ctlr-index from 1 by 1
               until ctlr-index > ctlr-max
           .

      *>  Comment lines are left out of the view; they never
      *>  change how anything runs.
       show-one-row.
           if ctlr-row(ctlr-index)(1:1) not = '#'
               display '  ' function trim(ctlr-row(ctlr-index)
                       trailing)
           end-if
           .

       undo-later-change.
           move ccr-row(ccr-index) to change-register-record
           if ccr-file-in = control-file-code
               and ccr-status-in = 'APPLIED'
               and ccr-applied-in > as-of-stamp
               add 1 to undone-count
               move ccr-row-no-in to row-number
               evaluate ccr-action-in
                   when 'CHANGE  '
                       perform undo-row-change
                   when 'ADD     '
                       perform undo-row-add
                   when 'DELETE  '
                       perform undo-row-delete
               end-evaluate
           end-if
           .

       undo-row-change.
           if row-number < 1 or row-number > ctlr-max
               set drift-found to true
           else
               if ctlr-row(row-number) not = ccr-after-in
                   set drift-found to true
               end-if
               move ccr-before-in to ctlr-row(row-number)
           end-if
           .

       undo-row-add.
           if row-number < 1 or row-number > ctlr-max
               set drift-found to true
           else
               if ctlr-row(row-number) not = ccr-after-in
                   set drift-found to true
               end-if
               perform varying ctlr-index from row-number by 1
                       until ctlr-index >= ctlr-max
                   move ctlr-row(ctlr-index + 1)
                       to ctlr-row(ctlr-index)
               end-perform
               subtract 1 from ctlr-max
           end-if
           .

       undo-row-delete.
           if row-number < 1 or row-number > ctlr-max + 1
               or ctlr-max >= 500
               set drift-found to true
           else
               perform varying ctlr-index from ctlr-max by -1
                       until ctlr-index < row-number
                   move ctlr-row(ctlr-index)
                       to ctlr-row(ctlr-index + 1)
               end-perform
               add 1 to ctlr-max
               move ccr-before-in to ctlr-row(row-number)
           end-if
           .

           copy tccrhelp.

       end program ctlhist.
