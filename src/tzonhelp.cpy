      *>  Time-zone loading and conversions (see the note in
      *>  src/tzondata.cpy). The zone table and the cohort master's
      *>  zone column load on first use; rows whose offsets do not
      *>  read as +hhmm/-hhmm are skipped (batch/preflight-check.cbl
      *>  reports them). needs tzondata and tzonfc/tzonfd in the same
      *>  program.
       load-time-zones.
           set time-zones-loaded to true
           open input time-zone-file
           if time-zone-status = '00'
               perform read-next-time-zone-row until time-zone-eof
               close time-zone-file
           end-if
           open input zone-cohort-file
           if zone-cohort-status = '00'
               perform read-next-zone-cohort until zone-cohort-eof
               close zone-cohort-file
           end-if
           .

       read-next-time-zone-row.
           read time-zone-file
               at end
                   set time-zone-eof to true
               not at end
                   if time-zone-record(1:1) not = '#'
                           and tzr-zone-in not = spaces
                           and tzn-max < 40
                       move tzr-standard-in to tzn-offset-in
                       perform parse-zone-offset
                       if tzn-offset-ok
                           perform note-time-zone-row
                       end-if
                   end-if
           end-read
           .

       note-time-zone-row.
           add 1 to tzn-max
           move tzr-zone-in to tzn-zone(tzn-max)
           move tzn-offset-parsed to tzn-standard(tzn-max)
           move tzn-offset-parsed to tzn-summer(tzn-max)
           move 'n' to tzn-summer-switch(tzn-max)
           move 0 to tzn-summer-from(tzn-max) tzn-summer-to(tzn-max)
           if tzr-summer-in not = spaces
               and tzr-summer-from-in is numeric
               and tzr-summer-to-in is numeric
               move tzr-summer-in to tzn-offset-in
               perform parse-zone-offset
               if tzn-offset-ok
                   move tzn-offset-parsed to tzn-summer(tzn-max)
                   move tzr-summer-from-in to tzn-summer-from(tzn-max)
                   move tzr-summer-to-in to tzn-summer-to(tzn-max)
                   set tzn-has-summer(tzn-max) to true
               end-if
           end-if
           if tzr-shop-in = 'S'
               move tzr-zone-in to tzn-shop-zone
           end-if
           .

       read-next-zone-cohort.
           read zone-cohort-file
               at end
                   set zone-cohort-eof to true
               not at end
                   if zcr-zone-in not = spaces
                           and czn-max < 50
                       add 1 to czn-max
                       move zcr-cohort-in to czn-cohort(czn-max)
                       move zcr-zone-in to czn-zone(czn-max)
                   end-if
           end-read
           .

      *>  tzn-offset-in (+hhmm/-hhmm) to minutes east of UTC in
      *>  tzn-offset-parsed; tzn-offset-ok says it read.
       parse-zone-offset.
           move 'n' to tzn-offset-ok-switch
           move 0 to tzn-offset-parsed
           if (tzn-offset-in(1:1) = '+' or tzn-offset-in(1:1) = '-')
               and tzn-offset-in(2:4) is numeric
               and tzn-offset-in(4:2) < '60'
               compute tzn-offset-parsed =
                   function numval(tzn-offset-in(2:2)) * 60
                   + function numval(tzn-offset-in(4:2))
               if tzn-offset-in(1:1) = '-'
                   compute tzn-offset-parsed = 0 - tzn-offset-parsed
               end-if
               set tzn-offset-ok to true
           end-if
           .

       resolve-reader-zone.
           if not time-zones-loaded
               perform load-time-zones
           end-if
           move tzn-candidate-zone to tzn-reader-zone
           if tzn-reader-zone = spaces
               and tzn-candidate-cohort not = spaces
               perform varying czn-index from 1 by 1
                       until czn-index > czn-max
                   if czn-cohort(czn-index) = tzn-candidate-cohort
                       move czn-zone(czn-index) to tzn-reader-zone
                   end-if
               end-perform
           end-if
           if tzn-reader-zone = spaces
               move tzn-shop-zone to tzn-reader-zone
           end-if
           .

       look-up-time-zone.
           if not time-zones-loaded
               perform load-time-zones
           end-if
           move 'n' to tzn-zone-found-switch
           move 1 to tzn-index
           perform test before
               until tzn-index > tzn-max or tzn-zone-found
               if tzn-zone(tzn-index) = tzn-lookup-zone
                   set tzn-zone-found to true
               else
                   add 1 to tzn-index
               end-if
           end-perform
           .

      *>  summer time is decided on the local date - the standard-
      *>  time date going out from UTC - so the changeover falls at
      *>  local midnight both ways.
       utc-to-local.
           move tzn-reader-zone to tzn-lookup-zone
           perform look-up-time-zone
           move 0 to tzn-offset-minutes
           if tzn-zone-found
               move tzn-standard(tzn-index) to tzn-offset-minutes
           end-if
           move tzn-utc-ts to tzn-shift-ts
           move tzn-offset-minutes to tzn-shift-minutes
           perform shift-timestamp
           if tzn-zone-found
               if tzn-has-summer(tzn-index)
                   and tzn-shift-ts(5:4) is numeric
                   move tzn-shift-ts(5:4) to tzn-month-day
                   perform check-summer-day
                   if tzn-in-summer
                       move tzn-summer(tzn-index) to tzn-offset-minutes
                       move tzn-utc-ts to tzn-shift-ts
                       move tzn-offset-minutes to tzn-shift-minutes
                       perform shift-timestamp
                   end-if
               end-if
           end-if
           move tzn-shift-ts to tzn-local-ts
           perform format-zone-offset
           .

       local-to-utc.
           move tzn-reader-zone to tzn-lookup-zone
           perform look-up-time-zone
           move 0 to tzn-offset-minutes
           if tzn-zone-found
               move tzn-standard(tzn-index) to tzn-offset-minutes
               if tzn-has-summer(tzn-index)
                   and tzn-local-ts(5:4) is numeric
                   move tzn-local-ts(5:4) to tzn-month-day
                   perform check-summer-day
                   if tzn-in-summer
                       move tzn-summer(tzn-index) to tzn-offset-minutes
                   end-if
               end-if
           end-if
           move tzn-local-ts to tzn-shift-ts
           compute tzn-shift-minutes = 0 - tzn-offset-minutes
           perform shift-timestamp
           move tzn-shift-ts to tzn-utc-ts
           perform format-zone-offset
           .

       check-summer-day.
           move 'n' to tzn-in-summer-switch
           if tzn-summer-from(tzn-index) <= tzn-summer-to(tzn-index)
               if tzn-month-day >= tzn-summer-from(tzn-index)
                   and tzn-month-day < tzn-summer-to(tzn-index)
                   set tzn-in-summer to true
               end-if
           else
               if tzn-month-day >= tzn-summer-from(tzn-index)
                   or tzn-month-day < tzn-summer-to(tzn-index)
                   set tzn-in-summer to true
               end-if
           end-if
           .

      *>  tzn-shift-ts moved on (or back) by tzn-shift-minutes;
      *>  the seconds ride along unchanged.
       shift-timestamp.
           if tzn-shift-ts(1:12) is numeric
               and tzn-shift-minutes not = 0
               if function test-date-yyyymmdd(
                       function numval(tzn-shift-ts(1:8))) = 0
                   compute tzn-shift-total = function integer-of-date(
                       function numval(tzn-shift-ts(1:8))) * 1440
                       + function numval(tzn-shift-ts(9:2)) * 60
                       + function numval(tzn-shift-ts(11:2))
                       + tzn-shift-minutes
                   divide tzn-shift-total by 1440
                       giving tzn-shift-day remainder tzn-shift-rem
                   compute tzn-shift-date =
                       function date-of-integer(tzn-shift-day)
                   divide tzn-shift-rem by 60
                       giving tzn-shift-hh remainder tzn-shift-mm
                   move tzn-shift-date to tzn-shift-ts(1:8)
                   move tzn-shift-hh to tzn-shift-ts(9:2)
                   move tzn-shift-mm to tzn-shift-ts(11:2)
               end-if
           end-if
           .

       format-zone-offset.
           if tzn-offset-minutes < 0
               move '-' to tzn-offset-sign
               compute tzn-offset-abs = 0 - tzn-offset-minutes
           else
               move '+' to tzn-offset-sign
               move tzn-offset-minutes to tzn-offset-abs
           end-if
           divide tzn-offset-abs by 60
               giving tzn-offset-hh remainder tzn-offset-mm
           .
