      *>  Business calendar loading and lookups (see the note in
      *>  src/tbcaldata.cpy). Dates go in and come out as day
      *>  numbers (function integer-of-date). The calendar loads on
      *>  first use; a missing calendar closes nothing, so every
      *>  day is a working day as before. Rows whose dates are not
      *>  real dates are skipped (batch/preflight-check.cbl reports
      *>  them). needs tbcaldata and tbcalfc/tbcalfd in the same
      *>  program.
       load-business-calendar.
           set business-calendar-loaded to true
           open input business-calendar-file
           if business-calendar-status = '00'
               perform read-next-business-day-row
                   until business-calendar-eof
               close business-calendar-file
           end-if
           .

       read-next-business-day-row.
           read business-calendar-file
               at end
                   set business-calendar-eof to true
               not at end
                   if business-calendar-record(1:1) not = '#'
                           and bcr-from-in is numeric
                           and bcl-max < 300
                       if function test-date-yyyymmdd(
                               function numval(bcr-from-in)) = 0
                           perform note-business-day-row
                       end-if
                   end-if
           end-read
           .

       note-business-day-row.
           add 1 to bcl-max
           compute bcl-from(bcl-max) = function integer-of-date(
               function numval(bcr-from-in))
           move bcl-from(bcl-max) to bcl-to(bcl-max)
           if bcr-to-in is numeric
               if function test-date-yyyymmdd(
                       function numval(bcr-to-in)) = 0
                   compute bcl-to(bcl-max) = function integer-of-date(
                       function numval(bcr-to-in))
               end-if
           end-if
           if bcl-to(bcl-max) < bcl-from(bcl-max)
               move bcl-from(bcl-max) to bcl-to(bcl-max)
           end-if
           move bcr-kind-in to bcl-kind(bcl-max)
           move bcr-description-in to bcl-description(bcl-max)
           .

       look-up-business-day.
           if not business-calendar-loaded
               perform load-business-calendar
           end-if
           move 'n' to bcl-closed-switch
           move spaces to bcl-kind-result bcl-description-result
           perform varying bcl-index from 1 by 1
                   until bcl-index > bcl-max or bcl-closed
               if bcl-lookup-days >= bcl-from(bcl-index)
                   and bcl-lookup-days <= bcl-to(bcl-index)
                   set bcl-closed to true
                   move bcl-kind(bcl-index) to bcl-kind-result
                   move bcl-description(bcl-index)
                       to bcl-description-result
               end-if
           end-perform
           .

      *>  a year of closed days in a row would be a calendar error;
      *>  the scan gives up there rather than running on.
       next-business-day.
           perform look-up-business-day
           move 0 to bcl-day-scan
           perform until not bcl-closed or bcl-day-scan > 366
               add 1 to bcl-lookup-days bcl-day-scan
               perform look-up-business-day
           end-perform
           .

       count-closed-days.
           move 0 to bcl-closed-count
           move bcl-from-days to bcl-lookup-days
           perform until bcl-lookup-days > bcl-to-days
               perform look-up-business-day
               if bcl-closed
                   add 1 to bcl-closed-count
               end-if
               add 1 to bcl-lookup-days
           end-perform
           .
