      *>  below 40%, medium between. Katas with no audit evidence
      *>  are reported as such, not flagged. Return code 1 when any
      *>  kata is flagged MISLABELED.
      *>
      *>  The evidence is the selected tenant's candidates' runs,
      *>  over the katas that tenant may sit (src/ttendata.cpy): the
      *>  home tenant's by default, another's with TENANT=<tenant>,
      *>  and every tenant's with TENANT=* - the run to take before
      *>  relabeling a shared kata.
      *>
      *>  Usage: diffcal [TENANT=<tenant>]   (run from the repo root)

       environment division.
       input-output section.
           copy tcatfc.
           copy taudfc.
           copy taliasfc.
           copy ttenfc.

       data division.
       file section.
           copy tcatfd.
           copy taudfd.
           copy taliasfd.
           copy ttenfd.

       working-storage section.
           copy tcatdata.
           copy tauddata.
           copy taliasdata.
           copy ttendata.

      *>  Per kata/candidate rollup: attempts and whether any
      *>  attempt passed clean.
       01  cand-display       pic z(3)9.

       procedure division.
           accept ten-command-args from command-line
           move 'DIFFCAL' to ten-program
           perform take-tenant-selection
           if ten-selection-bad
               move 2 to return-code
               goback
           end-if
           open input audit-file
           if audit-file-status not = '00'
               display '<DIFFCAL-ERROR::> cannot open '
                   if aud-candidate-id-in(1:5) not = '*HDR*'
                       and aud-candidate-id-in(1:5) not = '*CFW*'
                       and aud-candidate-id-in(1:5) not = '*PCL*'
                       and aud-candidate-id-in(1:5) not = '*SAR*'
                       and aud-candidate-id-in(1:5) not = '*TRL*'
                       and aud-origin-in not = 'VOID'
                       move aud-tenant-in to ten-record-tenant
                       move aud-candidate-id-in
                           to ten-lookup-candidate
                       perform check-detail-tenant
                       if ten-in-selection
                           perform accumulate-calibration-record
                       end-if
                   end-if
           end-read
           .
               at end
                   set catalog-eof to true
               not at end
                   move cat-tenant-in to ten-record-tenant
                   perform check-record-tenant
                   if ten-in-selection or cat-tenant-in = '*'
                       perform calibrate-one-kata
                   end-if
           end-read
           .

           .

           copy taliashelp.
           copy ttenhelp.

       end program diffcal.
