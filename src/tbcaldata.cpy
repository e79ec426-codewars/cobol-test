      *>  Shop business calendar (batch/business-calendar.txt, '#'
      *>  comment lines, kept under batch/control-change.cbl as file
      *>  code BUSCAL): one row per closed day or run of days -
      *>  from(8 yyyymmdd) to(8, blank for the one day) kind(8:
      *>  HOLIDAY, CLOSURE, BREAK) description(40). A day on no row
      *>  is a working day. Every date rule that used to count
      *>  calendar days - late days, the SLA mornings, the schedule's
      *>  'holiday' match, the due-date look-ahead - asks here
      *>  instead; the shell side asks batch/business-calendar.sh.
       01  business-calendar-path pic x(100)
                               value 'batch/business-calendar.txt'.
       01  business-calendar-status pic x(2) value spaces.
       01  business-calendar-eof-switch pic x value 'n'.
           88 business-calendar-eof value 'y'.
       01  business-calendar-loaded-switch pic x value 'n'.
           88 business-calendar-loaded value 'y'.

      *>  closed runs as day numbers (function integer-of-date)
       01  bcl-max            pic 9(3) value 0.
       01  bcl-table.
           05 bcl-entry occurs 300 times.
              10 bcl-from     pic 9(7).
              10 bcl-to       pic 9(7).
              10 bcl-kind     pic x(8).
              10 bcl-description pic x(40).
       01  bcl-index          pic 9(3) value 0.

      *>  look-up-business-day: bcl-lookup-days (a day number) in;
      *>  bcl-closed with bcl-kind-result and -description-result
      *>  out. next-business-day: bcl-lookup-days in, moved on to
      *>  the first working day on or after it. count-closed-days:
      *>  bcl-from-days and bcl-to-days in, bcl-closed-count out
      *>  (closed days from one to the other, both included).
       01  bcl-lookup-days    pic 9(7) value 0.
       01  bcl-closed-switch  pic x value 'n'.
           88 bcl-closed      value 'y'.
       01  bcl-kind-result    pic x(8) value spaces.
       01  bcl-description-result pic x(40) value spaces.
       01  bcl-from-days      pic 9(7) value 0.
       01  bcl-to-days        pic 9(7) value 0.
       01  bcl-closed-count   pic 9(5) value 0.
       01  bcl-day-scan       pic 9(7) value 0.
