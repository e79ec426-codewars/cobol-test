      *>  limit as OVER-QUOTA, and every pair at 80% or more as
      *>  NEAR-QUOTA - the queue drain enforces, this explains.
      *>
      *>  Only the selected tenant's attempts are counted
      *>  (src/ttendata.cpy): the home tenant's, another's with
      *>  TENANT=<tenant>, or every tenant's with TENANT=*.
      *>
      *>  Usage: polexc [TENANT=<tenant>]   (run from the repo root)
      *>  Output: batch/policy-exceptions.txt, echoed. Return code
      *>  1 when anything is OVER-QUOTA.

       file-control.
           copy taudfc.
           copy tcatfc.
           copy ttenfc.
           copy tvoidfc.
           select policy-file assign to dynamic policy-file-path
               organization line sequential
               file status policy-file-status.
       file section.
           copy taudfd.
           copy tcatfd.
           copy ttenfd.
           copy tvoidfd.
       fd  policy-file.
       01  policy-record.
           05 pol-scope-type-in pic x(12).
       working-storage section.
           copy tauddata.
           copy tcatdata.
           copy ttendata.
           copy tvoiddata.
       01  policy-file-path   pic x(100)
                               value 'batch/grading-policy.txt'.
       01  policy-file-status pic x(2) value spaces.
       01  report-line        pic x(132).

       procedure division.
           accept ten-command-args from command-line
           move 'POLEXC' to ten-program
           perform take-tenant-selection
           if ten-selection-bad
               move 2 to return-code
               goback
           end-if
           perform load-policy-table
           if pol-max = 0
               display '<POLEXC::> no policy rows in '
                           or aud-candidate-id-in(1:5) = '*TRL*'
                           or aud-candidate-id-in(1:5) = '*CFW*'
                           or aud-candidate-id-in(1:5) = '*PCL*'
                           or aud-candidate-id-in(1:5) = '*SAR*'
                       continue
                   else
      *>  a campaign regrade re-scores an attempt already counted;
      *>  a voided run gives its attempt back, and a void's own
      *>  reversal details are not runs
                       move aud-tenant-in to ten-record-tenant
                       move aud-candidate-id-in
                           to ten-lookup-candidate
                       perform check-detail-tenant
                       perform check-audit-detail-voided
                       if aud-origin-in not = 'REGRADE'
                           and not detail-voided
                           and ten-in-selection
                           perform count-pair-attempt
                       end-if
                   end-if
           end-read
           .
           end-if
           .

           copy ttenhelp.
           copy tvoidhelp.

       end program polexc.
