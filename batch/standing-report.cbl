       program-id. stndrpt.

      *>  Weekly standing-movement report. stndeval writes a
      *>  standing-history record (src/tstnddata.cpy) each time a
      *>  candidate's academic standing moves; the cohort leads want
      *>  the week's moves in one place for their Monday review, not
      *>  a stack of form letters. This lists every move dated in
      *>  the seven days ending on the as-of date, grouped by cohort
      *>  (the cohort the record was stamped with), each marked
      *>  WORSE or BETTER, with a per-cohort count. A candidate's
      *>  opening standing counts as a move only when it is not
      *>  GOOD.
      *>
      *>  Only the selected tenant's candidates are listed
      *>  (src/ttendata.cpy): the home tenant's, another's with
      *>  TENANT=<tenant>, or every tenant's with TENANT=*.
      *>
      *>  Usage: stndrpt [as-of-date] [TENANT=<tenant>]   (YYYYMMDD;
      *>  default today)
      *>  Output: echoed; the report stream files it as
      *>  batch/standing-report.txt.

       environment division.
       input-output section.
       file-control.
           copy tstndfc.
           copy ttenfc.

       data division.
       file section.
           copy tstndfd.
           copy ttenfd.

       working-storage section.
           copy tstnddata.
           copy ttendata.
       01  as-of-arg          pic x(20) value spaces.
       01  as-of-date         pic 9(8) value 0.
       01  as-of-days         pic 9(7) value 0.
       01  record-days        pic 9(7) value 0.
       01  current-date-stamp pic x(21).

      *>  The week's moves, ranked cohort/candidate/date for the
      *>  listing.
       01  mov-max            pic 9(3) value 0.
       01  mov-table.
           05 mov-entry occurs 500 times.
              10 mov-cohort      pic x(10).
              10 mov-candidate   pic x(20).
              10 mov-date        pic x(8).
              10 mov-previous    pic x(16).
              10 mov-standing    pic x(16).
              10 mov-trigger     pic x(12).
              10 mov-direction   pic x(6).
       01  mov-index          pic 9(3) value 0.
       01  rank-max           pic 9(3) value 0.
       01  rank-table.
           05 rank-mov-index occurs 500 times pic 9(3).
       01  rank-index         pic 9(3) value 0.
       01  rank-scan          pic 9(3) value 0.
       01  rank-best          pic 9(3) value 0.
       01  rank-hold          pic 9(3) value 0.
       01  rank-key-a         pic x(41).
       01  rank-key-b         pic x(41).

       01  previous-rank      pic 9(1) value 0.
       01  standing-rank      pic 9(1) value 0.
       01  rank-of-standing   pic x(16).
       01  rank-result        pic 9(1) value 0.

       01  current-cohort     pic x(10) value spaces.
       01  cohort-moves       pic 9(4) value 0.
       01  cohort-worse       pic 9(4) value 0.
       01  cohort-better      pic 9(4) value 0.
       01  count-display      pic z(3)9.
       01  count-display-2    pic z(3)9.
       01  count-display-3    pic z(3)9.
       01  report-line        pic x(132).

       procedure division.
           accept ten-command-args from command-line
           unstring ten-command-args delimited by all spaces
               into as-of-arg
           end-unstring
           if as-of-arg(1:7) = 'TENANT='
               move spaces to as-of-arg
           end-if
           move 'STNDRPT' to ten-program
           perform take-tenant-selection
           if ten-selection-bad
               move 2 to return-code
               goback
           end-if
           if as-of-arg = spaces
               move function current-date to current-date-stamp
               move current-date-stamp(1:8) to as-of-date
           else
               if function test-numval(as-of-arg) not = 0
                   display '<STNDRPT-ERROR::> as-of date '
                           function trim(as-of-arg)
                           ' is not YYYYMMDD'
                   move 1 to return-code
                   goback
               end-if
               move function numval(as-of-arg) to as-of-date
           end-if
           compute as-of-days = function integer-of-date(as-of-date)
           open input standing-file
           if standing-file-status not = '00'
               display '<STNDRPT::> no standing history yet;'
                       ' nothing to report'
               goback
           end-if
           perform read-next-standing-record until standing-eof
           close standing-file
           perform rank-moves
           move spaces to report-line
           string '<STANDING-REPORT::> standing moves in the week'
                  ' ending ' as-of-date(1:4) '-' as-of-date(5:2) '-'
                  as-of-date(7:2)
               delimited by size into report-line
           display function trim(report-line trailing)
           if rank-max = 0
               display '  no candidate changed standing this week'
           end-if
           move spaces to current-cohort
           perform display-move
               varying rank-index from 1 by 1
               until rank-index > rank-max
           if rank-max > 0
               perform display-cohort-total
           end-if
           goback.

       read-next-standing-record.
           read standing-file
               at end
                   set standing-eof to true
               not at end
                   if function test-numval(stn-date-in) = 0
                       compute record-days = function integer-of-date(
                           function numval(stn-date-in))
                       move stn-candidate-in to ten-lookup-candidate
                       perform check-candidate-tenant
                       if record-days <= as-of-days
                               and record-days + 6 >= as-of-days
                               and ten-in-selection
                           perform accept-standing-move
                       end-if
                   end-if
           end-read
           .

       accept-standing-move.
           if stn-previous-in = spaces and stn-standing-in = 'GOOD'
               continue
           else
               if mov-max < 500
                   add 1 to mov-max
                   move stn-cohort-in to mov-cohort(mov-max)
                   move stn-candidate-in to mov-candidate(mov-max)
                   move stn-date-in to mov-date(mov-max)
                   move stn-previous-in to mov-previous(mov-max)
                   move stn-standing-in to mov-standing(mov-max)
                   move stn-trigger-in to mov-trigger(mov-max)
                   move stn-previous-in to rank-of-standing
                   perform look-up-standing-rank
                   move rank-result to previous-rank
                   move stn-standing-in to rank-of-standing
                   perform look-up-standing-rank
                   move rank-result to standing-rank
                   if standing-rank > previous-rank
                       move 'WORSE' to mov-direction(mov-max)
                   else
                       move 'BETTER' to mov-direction(mov-max)
                   end-if
               else
                   display '<STNDRPT-WARNING::> move table full,'
                           ' dropping '
                           function trim(stn-candidate-in)
               end-if
           end-if
           .

       look-up-standing-rank.
           evaluate rank-of-standing
               when 'WARNING'
                   move 1 to rank-result
               when 'PROBATION'
                   move 2 to rank-result
               when 'DISMISSAL-REVIEW'
                   move 3 to rank-result
               when other
                   move 0 to rank-result
           end-evaluate
           .

      *>  Selection sort on cohort/candidate/date, history order
      *>  breaking a tie (two moves the same day).
       rank-moves.
           move mov-max to rank-max
           perform varying rank-index from 1 by 1
                   until rank-index > rank-max
               move rank-index to rank-mov-index(rank-index)
           end-perform
           perform varying rank-index from 1 by 1
                   until rank-index >= rank-max
               move rank-index to rank-best
               perform varying rank-scan from rank-index by 1
                       until rank-scan > rank-max
                   move rank-mov-index(rank-scan) to mov-index
                   string mov-cohort(mov-index)
                          mov-candidate(mov-index)
                          mov-date(mov-index) mov-index
                       delimited by size into rank-key-a
                   move rank-mov-index(rank-best) to mov-index
                   string mov-cohort(mov-index)
                          mov-candidate(mov-index)
                          mov-date(mov-index) mov-index
                       delimited by size into rank-key-b
                   if rank-key-a < rank-key-b
                       move rank-scan to rank-best
                   end-if
               end-perform
               move rank-mov-index(rank-index) to rank-hold
               move rank-mov-index(rank-best)
                   to rank-mov-index(rank-index)
               move rank-hold to rank-mov-index(rank-best)
           end-perform
           .

       display-move.
           move rank-mov-index(rank-index) to mov-index
           if mov-cohort(mov-index) not = current-cohort
               if current-cohort not = spaces
                   perform display-cohort-total
               end-if
               move mov-cohort(mov-index) to current-cohort
               move 0 to cohort-moves cohort-worse cohort-better
               display '  cohort ' function trim(current-cohort)
           end-if
           add 1 to cohort-moves
           if mov-direction(mov-index) = 'WORSE'
               add 1 to cohort-worse
           else
               add 1 to cohort-better
           end-if
           move spaces to report-line
           if mov-previous(mov-index) = spaces
               string '    ' mov-candidate(mov-index) ' '
                      mov-date(mov-index)(1:4) '-'
                      mov-date(mov-index)(5:2) '-'
                      mov-date(mov-index)(7:2) '  '
                      '(opening)        -> '
                      mov-standing(mov-index) ' '
                      mov-direction(mov-index) ' '
                      mov-trigger(mov-index)
                   delimited by size into report-line
           else
               string '    ' mov-candidate(mov-index) ' '
                      mov-date(mov-index)(1:4) '-'
                      mov-date(mov-index)(5:2) '-'
                      mov-date(mov-index)(7:2) '  '
                      mov-previous(mov-index) ' -> '
                      mov-standing(mov-index) ' '
                      mov-direction(mov-index) ' '
                      mov-trigger(mov-index)
                   delimited by size into report-line
           end-if
           display function trim(report-line trailing)
           .

       display-cohort-total.
           move cohort-moves to count-display
           move cohort-worse to count-display-2
           move cohort-better to count-display-3
           display '    ' function trim(count-display)
                   ' move(s): ' function trim(count-display-2)
                   ' worse, ' function trim(count-display-3)
                   ' better'
           .

           copy ttenhelp.

       end program stndrpt.
