      *>  shown with the attempts already burned on it, so "stuck"
      *>  is visible as attempts pile up against the same step.
      *>
      *>  Only the selected tenant's enrollments are reported
      *>  (src/ttendata.cpy): the home tenant's, another's with
      *>  TENANT=<tenant>, or every tenant's with TENANT=*.
      *>
      *>  Usage: trackrpt [TENANT=<tenant>]   (run from the repo
      *>  root)
      *>  Output: batch/track-progress.txt, echoed.

       environment division.
       input-output section.
       file-control.
           copy taudfc.
           copy ttenfc.
           copy tvoidfc.
           select tracks-file assign to dynamic tracks-file-path
               organization line sequential
               file status tracks-file-status.
       data division.
       file section.
           copy taudfd.
           copy ttenfd.
           copy tvoidfd.
       fd  tracks-file.
       01  tracks-record.
           05 trk-track-in pic x(20).

       working-storage section.
           copy tauddata.
           copy ttendata.
           copy tvoiddata.
       01  tracks-file-path   pic x(100)
                               value 'batch/curriculum-tracks.txt'.
       01  tracks-file-status pic x(2) value spaces.
       01  report-line        pic x(132).

       procedure division.
           accept ten-command-args from command-line
           move 'TRACKRPT' to ten-program
           perform take-tenant-selection
           if ten-selection-bad
               move 2 to return-code
               goback
           end-if
           perform load-tracks-table
           if trs-max = 0
               display '<TRACKRPT-ERROR::> no track steps in '
                           or aud-candidate-id-in(1:5) = '*TRL*'
                           or aud-candidate-id-in(1:5) = '*CFW*'
                           or aud-candidate-id-in(1:5) = '*PCL*'
                           or aud-candidate-id-in(1:5) = '*SAR*'
                       continue
                   else
      *>  a voided run, and a void's own reversal details, are not
      *>  progress
                       perform check-audit-detail-voided
                       if not detail-voided
                           perform accumulate-pair-standing
                       end-if
                   end-if
           end-read
           .
               at end
                   set enrollment-eof to true
               not at end
                   move enr-candidate-in to ten-lookup-candidate
                   perform check-candidate-tenant
                   if ten-in-selection
                       add 1 to enrollment-count
                       move enr-candidate-in to rpt-candidate
                       move enr-track-in to rpt-track
                       perform compute-track-position
                       perform write-progress-line
                   end-if
           end-read
           .

           display function trim(report-line)
           .

           copy ttenhelp.
           copy tvoidhelp.

       end program trackrpt.
