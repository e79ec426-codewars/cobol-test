      *>  Candidate accommodations master (batch/accommodations.txt,
      *>  '#' comment lines): one record per approved accommodation -
      *>  candidate(20) type(8) factor(4, 99v99) effective-from(8)
      *>  effective-to(8) approved-by(20). TIME multiplies a
      *>  candidate's exam time - the exam window's length past its
      *>  open, the exam's per-candidate minutes - and the
      *>  KATA_TIMEOUT_SECONDS budget of a time-scored kata (one
      *>  with a catalog reference time) by the factor; DEADLINE
      *>  moves every assignment due date on by the factor's whole
      *>  days. Blank effective dates are open-ended; where two rows
      *>  of a type are in effect the later one in the file wins.
      *>
      *>  The queue drain records each application it makes to
      *>  batch/accommodation-log.txt: applied(14) candidate(20)
      *>  type(8) context(8) reference(20) standard(14) adjusted(14)
      *>  approved-by(20) - context EXAM carries the exam id and the
      *>  standard and adjusted close, context KATA the kata and the
      *>  standard and adjusted timeout in seconds. examrpt lists
      *>  those beside the limits it applied itself; latrpt shows an
      *>  extended due date under the submission's report line.
       01  accommodation-file-path pic x(100)
                               value 'batch/accommodations.txt'.
       01  accommodation-file-status pic x(2) value spaces.
       01  accommodation-eof-switch pic x value 'n'.
           88 accommodation-eof value 'y'.
       01  accommodation-log-path pic x(100)
                               value 'batch/accommodation-log.txt'.
       01  accommodation-log-status pic x(2) value spaces.
       01  accommodation-log-eof-switch pic x value 'n'.
           88 accommodation-log-eof value 'y'.
       01  accommodation-loaded-switch pic x value 'n'.
           88 accommodations-loaded value 'y'.

       01  acm-max            pic 9(3) value 0.
       01  acm-table.
           05 acm-entry occurs 200 times.
              10 acm-candidate   pic x(20).
              10 acm-type        pic x(8).
              10 acm-factor      pic 9(2)v9(2).
              10 acm-from        pic x(8).
              10 acm-to          pic x(8).
              10 acm-approved-by pic x(20).
       01  acm-index          pic 9(3) value 0.

      *>  look-up-accommodation: acm-lookup-candidate, -type and
      *>  -date (yyyymmdd) in; acm-found with acm-factor-result and
      *>  acm-approved-result out (factor 1.00 when none applies).
       01  acm-lookup-candidate pic x(20) value spaces.
       01  acm-lookup-type    pic x(8) value spaces.
       01  acm-lookup-date    pic x(8) value spaces.
       01  acm-found-switch   pic x value 'n'.
           88 acm-found       value 'y'.
       01  acm-factor-result  pic 9(2)v9(2) value 1.
       01  acm-approved-result pic x(20) value spaces.
