      *>  trail - as a single browsable document for kata authors and
      *>  new operators.
      *>
      *>  The handbook is the selected tenant's (src/ttendata.cpy):
      *>  the katas its candidates may sit - its own and the shared
      *>  ones - with the pass rate over its own candidates' runs.
      *>  The home tenant's by default, another's with
      *>  TENANT=<tenant>, every kata and run with TENANT=*.
      *>
      *>  A kata with an exemplar gallery (src/tgaldata.cpy) lists
      *>  the selected tenant's current one - every tenant's with
      *>  TENANT=* - so the chapter says where the good solutions
      *>  are.
      *>
      *>  Usage: handbook [TENANT=<tenant>]   (run from the repo
      *>  root)
      *>  Output: batch/kata-handbook.txt. A missing xref or audit
      *>  trail degrades its section to "(not available)" instead of
      *>  failing the whole document.
       file-control.
           copy tcatfc.
           copy taudfc.
           copy ttenfc.
           copy tgalfc.
           select xref-file assign to dynamic xref-file-path
               organization line sequential
               file status xref-file-status.
       file section.
           copy tcatfd.
           copy taudfd.
           copy ttenfd.
           copy tgalfd.
       fd  xref-file.
       01  xref-record pic x(160).
       fd  handbook-file.
       working-storage section.
           copy tcatdata.
           copy tauddata.
           copy ttendata.
           copy tgaldata.
       01  xref-file-path      pic x(100)
                                value 'batch/call-xref.txt'.
       01  xref-file-status    pic x(2) value spaces.
       01  hb-pass-pct         pic 9(3) value 0.
       01  hb-runs-display     pic z(5)9.
       01  hb-pct-display      pic z(2)9.
       01  hb-gallery-shown    pic 9(2) value 0.

       procedure division.
           accept ten-command-args from command-line
           move 'HANDBOOK' to ten-program
           perform take-tenant-selection
           if ten-selection-bad
               move 2 to return-code
               goback
           end-if
           perform load-xref-table
           perform load-param-dictionary
           open output handbook-file
               at end
                   set catalog-eof to true
               not at end
                   move cat-tenant-in to ten-record-tenant
                   perform check-record-tenant
                   if ten-in-selection or cat-tenant-in = '*'
                       perform write-kata-section
                   end-if
           end-read
           .

           perform write-statement-section
           perform write-xref-section
           perform write-history-section
           perform write-gallery-section
           .

       load-param-dictionary.
           end-if
           .

      *>  The kata's current exemplar gallery for the tenant
      *>  selected, or for each tenant on the register.
       write-gallery-section.
           move 0 to hb-gallery-shown
           move hb-kata-name to gal-lookup-kata
           if ten-all-selected and ten-max > 0
               perform varying ten-index from 1 by 1
                       until ten-index > ten-max
                   move ten-id(ten-index) to gal-lookup-tenant
                   perform write-one-gallery
               end-perform
           else
               if ten-all-selected
                   move ten-home-tenant to gal-lookup-tenant
               else
                   move ten-selected-tenant to gal-lookup-tenant
               end-if
               perform write-one-gallery
           end-if
           if hb-gallery-shown = 0
               move 'exemplars:  (no gallery)' to hb-line
               write handbook-record from hb-line
           end-if
           .

       write-one-gallery.
           perform look-up-gallery
           if gal-found
               add 1 to hb-gallery-shown
               move spaces to hb-line
               string 'exemplars:  gallery v' gal-version
                      ' (kata version ' gal-kata-version
                      ', filed ' gal-selected-ts(1:4) '-'
                      gal-selected-ts(5:2) '-' gal-selected-ts(7:2)
                      ', tenant ' function trim(gal-lookup-tenant)
                      ')'
                   delimited by size into hb-line
               write handbook-record from hb-line
               perform varying gal-index from 1 by 1
                       until gal-index > gal-max
                   move spaces to hb-line
                   move gal-shown-as(gal-index) to hb-line(13:30)
                   string 'quality ' gal-score(gal-index) '  '
                          function trim(gal-file(gal-index))
                       delimited by size into hb-line(44:89)
                   write handbook-record from hb-line
               end-perform
           end-if
           .

       read-next-audit-record.
           read audit-file
               at end
                   if aud-candidate-id-in(1:5) not = '*HDR*'
                       and aud-candidate-id-in(1:5) not = '*CFW*'
                       and aud-candidate-id-in(1:5) not = '*PCL*'
                       and aud-candidate-id-in(1:5) not = '*SAR*'
                       and aud-candidate-id-in(1:5) not = '*TRL*'
                       and aud-origin-in not = 'VOID'
                       and aud-kata-name-in = hb-kata-name
                       move aud-tenant-in to ten-record-tenant
                       move aud-candidate-id-in
                           to ten-lookup-candidate
                       perform check-detail-tenant
                       if ten-in-selection
                           perform count-kata-run
                       end-if
                   end-if
           end-read
           .

       count-kata-run.
           add 1 to hb-runs
           if function test-numval(aud-pass-count-in) = 0
               add function numval(aud-pass-count-in)
                   to hb-pass-total
           end-if
           if function test-numval(aud-fail-count-in) = 0
               add function numval(aud-fail-count-in)
                   to hb-fail-total
           end-if
           .

           copy ttenhelp.
           copy tgalhelp.

       end program handbook.
