      *>  Legitimate same-day resits inside ONE block (the queue
      *>  drain grading a resubmission) don't flag.
      *>
      *>  Only the selected tenant's details are read
      *>  (src/ttendata.cpy): the home tenant's, another's with
      *>  TENANT=<tenant>, or every tenant's with TENANT=*.
      *>
      *>  Usage: duprun [TENANT=<tenant>]   (run from the repo root)
      *>  Output: batch/dup-run-report.txt, echoed. Return code 1
      *>  when any combination was double-graded.

       input-output section.
       file-control.
           copy taudfc.
           copy ttenfc.
           select duprpt-file assign to dynamic duprpt-file-path
               organization line sequential
               file status duprpt-file-status.
       data division.
       file section.
           copy taudfd.
           copy ttenfd.
       fd  duprpt-file.
       01  duprpt-record pic x(132).

       working-storage section.
           copy tauddata.
           copy ttendata.
       01  duprpt-file-path   pic x(100)
                               value 'batch/dup-run-report.txt'.
       01  duprpt-file-status pic x(2) value spaces.
       01  report-line        pic x(132).

       procedure division.
           accept ten-command-args from command-line
           move 'DUPRUN' to ten-program
           perform take-tenant-selection
           if ten-selection-bad
               move 2 to return-code
               goback
           end-if
           open input audit-file
           if audit-file-status not = '00'
               display '<DUPRUN-ERROR::> cannot open '
                       when '*CFW*'
                           continue
                       when '*PCL*'
                       when '*SAR*'
                           continue
                       when '*TRL*'
                           continue
                       when '*HDR*'
                           add 1 to current-block
      *>  a void's reversal details (voidmnt) are not runs
                       when other
                           move aud-tenant-in to ten-record-tenant
                           move aud-candidate-id-in
                               to ten-lookup-candidate
                           perform check-detail-tenant
                           if aud-origin-in not = 'VOID'
                               and ten-in-selection
                               perform check-detail-for-double
                           end-if
                   end-evaluate
           end-read
           .
           display function trim(report-line)
           .

           copy ttenhelp.

       end program duprun.
