      *>  groups the same records by the candidate's cohort from the
      *>  candidate master, so "how is the March intake doing against
      *>  January" is one report, not a spreadsheet export.
      *>
      *>  Only the selected tenant's runs are trended
      *>  (src/ttendata.cpy): the home tenant's, another's with
      *>  TENANT=<tenant>, or every tenant's with TENANT=*.
      *>
      *>  Usage: trendrpt [TENANT=<tenant>]   (run from the repo root)

       environment division.
       input-output section.
           copy taudfc.
           copy tcanfc.
           copy taliasfc.
           copy ttenfc.

       data division.
       file section.
           copy taudfd.
           copy tcanfd.
           copy taliasfd.
           copy ttenfd.

       working-storage section.
           copy tauddata.
           copy tcandata.
           copy tcohdata.
           copy taliasdata.
           copy ttendata.

      *>  Per-cohort running trend, accumulated alongside the
      *>  per-kata table.
       01  ctr-pass-pct       pic 9(3) value 0.

       procedure division.
           accept ten-command-args from command-line
           move 'TREND' to ten-program
           perform take-tenant-selection
           if ten-selection-bad
               move 2 to return-code
               goback
           end-if
           perform load-candidate-cohort-map
           open input audit-file
           if audit-file-status not = '00'
      *>  a period-close marker (perclose) is bookkeeping for
      *>  the period reports, not part of any run block
                       when '*PCL*'
                       when '*SAR*'
                           continue
                       when '*HDR*'
                           perform open-run-block
           else
               move 0 to aud-fail-count
           end-if
      *>  a team run's member credit details (TEAM) repeat the
      *>  one run's counts, which the trailer carries once
           if aud-block-open
               add 1 to aud-block-details
               if aud-origin-in not = 'TEAM'
                   add aud-pass-count to aud-block-pass
                   add aud-fail-count to aud-block-fail
               end-if
           end-if
      *>  a void's reversal details (voidmnt) balance their own
      *>  block but are not runs to trend; the block balances over
      *>  every tenant's details, the trend is the selected tenant's
           move aud-tenant-in to ten-record-tenant
           move aud-candidate-id-in to ten-lookup-candidate
           perform check-detail-tenant
           if aud-origin-in not = 'VOID' and ten-in-selection
               perform accumulate-trend-record
               perform accumulate-cohort-record
           end-if
           .

       open-run-block.
           .

           copy taliashelp.
           copy ttenhelp.

       end program trendrpt.
