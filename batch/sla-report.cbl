      *>  the morning after the run's start date; 12:00 or later
      *>  means the same calendar day.
      *>
      *>  A commitment falls due only on a working day: when its
      *>  deadline day is a holiday, closure or academy break on
      *>  the business calendar (src/tbcaldata.cpy) nobody needed
      *>  the batch by then, and the phase is reported EXEMPT
      *>  rather than MET or MISSED.
      *>
      *>  Usage: slarpt [yyyymm]   (blank reports every actual on
      *>  file; run from the repo root)
      *>  Output: batch/sla-report.txt. Return code 1 when anything
       environment division.
       input-output section.
       file-control.
           copy tbcalfc.
           select commitments-file
               assign to dynamic commitments-file-path
               organization line sequential

       data division.
       file section.
           copy tbcalfd.
       fd  commitments-file.
       01  commitments-record.
           05 cmt-phase-in    pic x(12).
       01  slarpt-record pic x(132).

       working-storage section.
           copy tbcaldata.
       01  commitments-file-path pic x(100)
                               value 'batch/sla-commitments.txt'.
       01  commitments-file-status pic x(2) value spaces.
              10 cmt-deadline pic 9(4).
              10 cmt-met      pic 9(4) value 0.
              10 cmt-missed   pic 9(4) value 0.
              10 cmt-exempt   pic 9(4) value 0.
       01  cmt-index          pic 9(2) value 0.
       01  cmt-found-switch   pic x value 'n'.
           88 cmt-found       value 'y'.
       01  read-count         pic 9(6) value 0.
       01  selected-count     pic 9(6) value 0.
       01  missed-count       pic 9(6) value 0.
       01  exempt-count       pic 9(6) value 0.
       01  count-display      pic z(5)9.
       01  report-line        pic x(132).

           if cmt-found
               add 1 to selected-count
               perform compute-deadline-stamp
               move act-deadline-days to bcl-lookup-days
               perform look-up-business-day
               if bcl-closed
                   add 1 to exempt-count
                   add 1 to cmt-exempt(cmt-index)
                   perform write-exempt-line
               else
                   if act-end-in > act-deadline-ts
                       add 1 to missed-count
                       add 1 to cmt-missed(cmt-index)
                       perform compute-minutes-over
                       perform write-missed-line
                   else
                       add 1 to cmt-met(cmt-index)
                       perform write-met-line
                   end-if
               end-if
           end-if
           .
           write slarpt-record from report-line
           .

       write-exempt-line.
           move spaces to report-line
           move act-run-id-in to report-line(1:20)
           move act-phase-in to report-line(22:12)
           move act-end-in to report-line(35:14)
           string 'EXEMPT - ' act-deadline-date ' '
                  function trim(bcl-kind-result) ' '
                  function trim(bcl-description-result)
               delimited by size into report-line(51:70)
           write slarpt-record from report-line
           .

       write-missed-line.
           move spaces to report-line
           move act-run-id-in to report-line(1:20)
                  ' actual(s) graded, '
               delimited by size into report-line
           move missed-count to count-display
           string function trim(report-line) ' '
                  function trim(count-display) ' missed, '
               delimited by size into report-line
           move exempt-count to count-display
           string function trim(report-line) ' '
                  function trim(count-display) ' exempt (closed day)'
               delimited by size into report-line
           write slarpt-record from report-line
           .
           move cmt-missed(cmt-index) to count-display
           string 'missed ' function trim(count-display)
               delimited by size into report-line(37:20)
           move cmt-exempt(cmt-index) to count-display
           string 'exempt ' function trim(count-display)
               delimited by size into report-line(58:20)
           write slarpt-record from report-line
           .

           copy tbcalhelp.

       end program slarpt.
