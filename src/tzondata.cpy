      *>  Time zones (batch/time-zones.txt, '#' comment lines, kept
      *>  under batch/control-change.cbl as file code ZONES): zone(8)
      *>  standard-offset(5, +hhmm/-hhmm from UTC) summer-offset(5,
      *>  blank for none) summer-from(4 mmdd) summer-to(4 mmdd)
      *>  shop(1, 'S' on the shop's own zone) description(40).
      *>  Summer time runs from the from day up to, not including,
      *>  the to day (a from after the to runs over the year end)
      *>  and changes over at local midnight. Every stamp the batch
      *>  writes is UTC; a reader sees it in their own zone - the
      *>  candidate's (can-zone), else their cohort's (the cohort
      *>  master's zone column, read here through its own select),
      *>  else the shop's, else UTC - and due dates and exam windows,
      *>  being wall-clock times, are read in that same zone. The
      *>  table loads on first use; no table leaves every zone on
      *>  UTC, which is how the batch ran before zones. The shell
      *>  side asks batch/time-zone.sh.
       01  time-zone-path     pic x(100)
                               value 'batch/time-zones.txt'.
       01  time-zone-status   pic x(2) value spaces.
       01  time-zone-eof-switch pic x value 'n'.
           88 time-zone-eof   value 'y'.
       01  time-zone-loaded-switch pic x value 'n'.
           88 time-zones-loaded value 'y'.
       01  zone-cohort-path   pic x(100)
                               value 'batch/cohort-master.txt'.
       01  zone-cohort-status pic x(2) value spaces.
       01  zone-cohort-eof-switch pic x value 'n'.
           88 zone-cohort-eof value 'y'.

      *>  offsets in minutes east of UTC
       01  tzn-max            pic 9(2) value 0.
       01  tzn-table.
           05 tzn-entry occurs 40 times.
              10 tzn-zone        pic x(8).
              10 tzn-standard    pic s9(4).
              10 tzn-summer      pic s9(4).
              10 tzn-summer-switch pic x.
                 88 tzn-has-summer value 'y'.
              10 tzn-summer-from pic 9(4).
              10 tzn-summer-to   pic 9(4).
       01  tzn-index          pic 9(2) value 0.
       01  tzn-shop-zone      pic x(8) value 'UTC'.

       01  czn-max            pic 9(3) value 0.
       01  czn-table.
           05 czn-entry occurs 50 times.
              10 czn-cohort   pic x(10).
              10 czn-zone     pic x(8).
       01  czn-index          pic 9(3) value 0.

      *>  resolve-reader-zone: tzn-candidate-zone and
      *>  tzn-candidate-cohort in, tzn-reader-zone out.
      *>  look-up-time-zone: tzn-lookup-zone in, tzn-zone-found
      *>  and tzn-index out. utc-to-local: tzn-reader-zone and
      *>  tzn-utc-ts in, tzn-local-ts out; local-to-utc the other
      *>  way round. Both leave the offset applied in
      *>  tzn-offset-minutes and tzn-offset-text (+hhmm). A stamp
      *>  that is not a date and time comes back as it went in.
       01  tzn-candidate-zone pic x(8) value spaces.
       01  tzn-candidate-cohort pic x(10) value spaces.
       01  tzn-reader-zone    pic x(8) value spaces.
       01  tzn-lookup-zone    pic x(8) value spaces.
       01  tzn-zone-found-switch pic x value 'n'.
           88 tzn-zone-found  value 'y'.
       01  tzn-utc-ts         pic x(14) value spaces.
       01  tzn-local-ts       pic x(14) value spaces.
       01  tzn-offset-minutes pic s9(4) value 0.
       01  tzn-offset-text.
           05 tzn-offset-sign pic x value '+'.
           05 tzn-offset-hh   pic 99 value 0.
           05 tzn-offset-mm   pic 99 value 0.

      *>  working fields for the helpers
       01  tzn-offset-in      pic x(5).
       01  tzn-offset-parsed  pic s9(4) value 0.
       01  tzn-offset-ok-switch pic x value 'n'.
           88 tzn-offset-ok   value 'y'.
       01  tzn-offset-abs     pic 9(4) value 0.
       01  tzn-month-day      pic 9(4) value 0.
       01  tzn-in-summer-switch pic x value 'n'.
           88 tzn-in-summer   value 'y'.
       01  tzn-shift-ts       pic x(14).
       01  tzn-shift-minutes  pic s9(5) value 0.
       01  tzn-shift-total    pic s9(11) value 0.
       01  tzn-shift-day      pic 9(7) value 0.
       01  tzn-shift-rem      pic 9(4) value 0.
       01  tzn-shift-date     pic 9(8) value 0.
       01  tzn-shift-hh       pic 99 value 0.
       01  tzn-shift-mm       pic 99 value 0.
