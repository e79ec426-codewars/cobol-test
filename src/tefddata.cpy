      *>  A candidate's effective due date for an assignment-calendar
      *>  row, by latrpt's rules in latrpt's order: the calendar's
      *>  due, moved on by a DEADLINE accommodation in effect on it
      *>  (src/taccdata.cpy), then past a leave of absence it falls
      *>  inside (src/tstsdata.cpy) by the days that were left when
      *>  the leave began, then off a closed day to the next working
      *>  day (src/tbcaldata.cpy) - the date the late ledger holds
      *>  the candidate to, for the notices and inquiries that quote
      *>  it ahead of time.
       01  efd-leaves-loaded-switch pic x value 'n'.
           88 efd-leaves-loaded value 'y'.
       01  efd-lv-max         pic 9(3) value 0.
       01  efd-lv-table.
           05 efd-lv-entry occurs 300 times.
              10 efd-lv-candidate pic x(20).
              10 efd-lv-start     pic 9(7).
              10 efd-lv-end       pic 9(7).
       01  efd-lv-index       pic 9(3) value 0.
       01  efd-today-days     pic 9(7) value 0.
       01  efd-current-date   pic x(21).

      *>  resolve-effective-due: efd-candidate and efd-calendar-due
      *>  (yyyymmddhhmmss) in; efd-effective-due out, with
      *>  efd-extended, efd-leave-moved and efd-closed-moved set for
      *>  the rules that moved it (and the closed day's kind and
      *>  description when it was moved off one). A calendar due
      *>  that is not a date comes back as it went in.
       01  efd-candidate      pic x(20) value spaces.
       01  efd-calendar-due   pic x(14) value spaces.
       01  efd-effective-due  pic x(14) value spaces.
       01  efd-extended-switch pic x value 'n'.
           88 efd-extended    value 'y'.
       01  efd-leave-moved-switch pic x value 'n'.
           88 efd-leave-moved value 'y'.
       01  efd-closed-moved-switch pic x value 'n'.
           88 efd-closed-moved value 'y'.
       01  efd-closed-kind    pic x(8) value spaces.
       01  efd-closed-description pic x(40) value spaces.
       01  efd-due-days       pic 9(7) value 0.
       01  efd-due-date       pic 9(8) value 0.
       01  efd-extension-days pic 9(2) value 0.
