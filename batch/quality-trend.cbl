      *>  so "is the March intake writing cleaner code than
      *>  January" is a report, not an impression. Cohorts resolve
      *>  through the candidate master the way every other cohort
      *>  rollup does. A contra record voidmnt appended for a
      *>  voided run (VOID in column 58) backs its score back out
      *>  of the month it was counted in.
      *>
      *>  Only the selected tenant's scores are trended
      *>  (src/ttendata.cpy): the home tenant's, another's with
      *>  TENANT=<tenant>, or every tenant's with TENANT=*.
      *>
      *>  Usage: qualtrnd [TENANT=<tenant>]   (run from the repo
      *>  root)
      *>  Output: batch/quality-trend.txt, echoed.

       environment division.
       input-output section.
       file-control.
           copy tcanfc.
           copy ttenfc.
           select scores-file assign to dynamic scores-file-path
               organization line sequential
               file status scores-file-status.
       data division.
       file section.
           copy tcanfd.
           copy ttenfd.
       fd  scores-file.
       01  scores-record.
           05 qsc-candidate-in pic x(20).
           05 qsc-kata-in      pic x(20).
           05 qsc-timestamp-in pic x(14).
           05 qsc-score-in     pic x(3).
           05 qsc-reversal-in  pic x(8).
           05 qsc-void-id-in   pic x(12).
       fd  qtrend-file.
       01  qtrend-record pic x(132).

       working-storage section.
           copy tcandata.
           copy tcohdata.
           copy ttendata.
       01  scores-file-path   pic x(100)
                               value 'batch/quality-scores.txt'.
       01  scores-file-status pic x(2) value spaces.
       01  report-line        pic x(132).

       procedure division.
           accept ten-command-args from command-line
           move 'QUALTRND' to ten-program
           perform take-tenant-selection
           if ten-selection-bad
               move 2 to return-code
               goback
           end-if
           perform load-candidate-cohort-map
           open input scores-file
           if scores-file-status not = '00'
               at end
                   set scores-eof to true
               not at end
                   move qsc-candidate-in to ten-lookup-candidate
                   perform check-candidate-tenant
                   if function test-numval(qsc-score-in) = 0
                           and ten-in-selection
                       add 1 to read-count
                       compute score-work =
                           function numval(qsc-score-in)
                       perform look-up-candidate-cohort
                       perform find-trend-entry
                       if qtr-found
                           if qsc-reversal-in = 'VOID'
                               subtract 1 from qtr-scores(qtr-index)
                               subtract score-work
                                   from qtr-score-total(qtr-index)
                           else
                               add 1 to qtr-scores(qtr-index)
                               add score-work
                                   to qtr-score-total(qtr-index)
                           end-if
                       end-if
                   end-if
           end-read
           display function trim(report-line)
           .

           copy ttenhelp.

       end program qualtrnd.
