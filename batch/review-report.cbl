       program-id. revrpt.

      *>  Overdue peer-review report. Lists every ASSIGNED row on
      *>  the peer-review register (src/tprvdata.cpy) whose due date
      *>  has passed, oldest first as they stand on the register,
      *>  with the days overdue, then one line per reviewer with
      *>  assignments: assigned, reviewed, reviewed late, still open
      *>  and overdue - what a cohort lead chases on a Monday.
      *>
      *>  Only the selected tenant's reviewers are listed
      *>  (src/ttendata.cpy): the home tenant's, another's with
      *>  TENANT=<tenant>, or every tenant's with TENANT=*.
      *>
      *>  Usage: revrpt [cohort] [TENANT=<tenant>]   (run from the
      *>  repo root; a cohort limits both parts to reviewers in that
      *>  cohort)

       environment division.
       input-output section.
       file-control.
           copy tprvfc.
           copy tcanfc.
           copy ttenfc.

       data division.
       file section.
           copy tprvfd.
           copy tcanfd.
           copy ttenfd.

       working-storage section.
           copy tprvdata.
           copy tcandata.
           copy ttendata.
       01  cohort-filter      pic x(10) value spaces.
       01  current-date-stamp pic x(21).
       01  today-date         pic x(8).
       01  today-integer      pic 9(8) value 0.

       01  rcan-max           pic 9(3) value 0.
       01  rcan-table.
           05 rcan-entry occurs 500 times.
              10 rcan-id      pic x(20).
              10 rcan-cohort  pic x(10).
       01  rcan-index         pic 9(3) value 0.
       01  reviewer-cohort    pic x(10).

       01  rvw-max            pic 9(3) value 0.
       01  rvw-table.
           05 rvw-entry occurs 500 times.
              10 rvw-id        pic x(20).
              10 rvw-assigned  pic 9(4).
              10 rvw-reviewed  pic 9(4).
              10 rvw-late      pic 9(4).
              10 rvw-open      pic 9(4).
              10 rvw-overdue   pic 9(4).
       01  rvw-index          pic 9(3) value 0.
       01  rvw-found-switch   pic x value 'n'.
           88 rvw-found       value 'y'.

       01  overdue-count      pic 9(4) value 0.
       01  days-overdue       pic 9(4) value 0.
       01  days-display       pic z(3)9.
       01  count-display-1    pic z(3)9.
       01  count-display-2    pic z(3)9.
       01  count-display-3    pic z(3)9.
       01  count-display-4    pic z(3)9.
       01  count-display-5    pic z(3)9.
       01  report-line        pic x(132).

       procedure division.
           accept ten-command-args from command-line
           unstring ten-command-args delimited by all spaces
               into cohort-filter
           end-unstring
           if cohort-filter(1:7) = 'TENANT='
               move spaces to cohort-filter
           end-if
           move 'REVRPT' to ten-program
           perform take-tenant-selection
           if ten-selection-bad
               move 2 to return-code
               goback
           end-if
           move function current-date to current-date-stamp
           move current-date-stamp(1:8) to today-date
           compute today-integer =
               function integer-of-date(function numval(today-date))
           perform load-candidate-cohorts
           open input peer-review-file
           if peer-review-file-status not = '00'
               display '<REVRPT::> no peer reviews on file'
               goback
           end-if
           display 'PEER REVIEWS OVERDUE AS OF ' today-date(1:4) '-'
                   today-date(5:2) '-' today-date(7:2)
           if cohort-filter not = spaces
               display '  cohort ' function trim(cohort-filter)
           end-if
           perform read-next-review-row until peer-review-eof
           close peer-review-file
           if overdue-count = 0
               display '  none overdue'
           end-if
           display 'REVIEWER PARTICIPATION:'
           display '  reviewer             assigned reviewed'
                   '     late     open  overdue'
           perform display-reviewer-line
               varying rvw-index from 1 by 1
               until rvw-index > rvw-max
           display '<REVRPT::> ' overdue-count ' overdue review(s)'
           goback.

       load-candidate-cohorts.
           open input candidate-file
           if candidate-file-status = '00'
               perform read-next-master-record until candidate-eof
               close candidate-file
           end-if
           .

       read-next-master-record.
           read candidate-file next
               at end
                   set candidate-eof to true
               not at end
                   if rcan-max < 500
                       add 1 to rcan-max
                       move can-id to rcan-id(rcan-max)
                       move can-cohort to rcan-cohort(rcan-max)
                   end-if
           end-read
           .

       read-next-review-row.
           read peer-review-file
               at end
                   set peer-review-eof to true
               not at end
                   move spaces to reviewer-cohort
                   perform varying rcan-index from 1 by 1
                           until rcan-index > rcan-max
                       if rcan-id(rcan-index) = prv-reviewer-in
                           move rcan-cohort(rcan-index)
                               to reviewer-cohort
                       end-if
                   end-perform
                   move prv-reviewer-in to ten-lookup-candidate
                   perform check-candidate-tenant
                   if (cohort-filter = spaces
                       or cohort-filter = reviewer-cohort)
                           and ten-in-selection
                       perform tally-review-row
                   end-if
           end-read
           .

       tally-review-row.
           perform find-reviewer-entry
           if rvw-found
               add 1 to rvw-assigned(rvw-index)
               if prv-status-in = 'REVIEWED'
                   add 1 to rvw-reviewed(rvw-index)
                   if prv-reviewed-in > prv-due-in
                       add 1 to rvw-late(rvw-index)
                   end-if
               end-if
               if prv-status-in = 'ASSIGNED'
                   add 1 to rvw-open(rvw-index)
               end-if
           end-if
           if prv-status-in = 'ASSIGNED'
               and prv-due-in < today-date
               and function test-numval(prv-due-in) = 0
               add 1 to overdue-count
               if rvw-found
                   add 1 to rvw-overdue(rvw-index)
               end-if
               compute days-overdue = today-integer
                   - function integer-of-date(
                       function numval(prv-due-in))
               move days-overdue to days-display
               move spaces to report-line
               string '  ' prv-reviewer-in ' ' prv-kata-in ' by '
                      prv-author-in ' due ' prv-due-in(1:4) '-'
                      prv-due-in(5:2) '-' prv-due-in(7:2) ' '
                      function trim(days-display) ' day(s) overdue'
                   delimited by size into report-line
               display function trim(report-line trailing)
           end-if
           .

       find-reviewer-entry.
           move 'n' to rvw-found-switch
           move 1 to rvw-index
           perform test before
               until rvw-index > rvw-max or rvw-found
               if rvw-id(rvw-index) = prv-reviewer-in
                   set rvw-found to true
               else
                   add 1 to rvw-index
               end-if
           end-perform
           if not rvw-found and rvw-max < 500
               add 1 to rvw-max
               move rvw-max to rvw-index
               move prv-reviewer-in to rvw-id(rvw-index)
               move 0 to rvw-assigned(rvw-index)
                         rvw-reviewed(rvw-index)
                         rvw-late(rvw-index)
                         rvw-open(rvw-index)
                         rvw-overdue(rvw-index)
               set rvw-found to true
           end-if
           .

       display-reviewer-line.
           move rvw-assigned(rvw-index) to count-display-1
           move rvw-reviewed(rvw-index) to count-display-2
           move rvw-late(rvw-index) to count-display-3
           move rvw-open(rvw-index) to count-display-4
           move rvw-overdue(rvw-index) to count-display-5
           display '  ' rvw-id(rvw-index) '     ' count-display-1
                   '     ' count-display-2 '     ' count-display-3
                   '     ' count-display-4 '     ' count-display-5
           .

           copy ttenhelp.

       end program revrpt.
