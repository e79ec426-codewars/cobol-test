      *>  Awards already on file are honored, not re-issued: the
      *>  engine is idempotent across nightly runs, so a certificate
      *>  prints once, the night the last kata of the track passes.
      *>  A category with no LIVE katas certifies nobody.
      *>
      *>  The board can lower the bar for a category on
      *>  batch/cert-thresholds.txt (ctlchg file CERT, '#' comments:
      *>  category(20) pass-pct(3); a '*' row is the default for
      *>  every category without one): a candidate is certified once
      *>  they have passed at least that share of the category's LIVE
      *>  katas. With no file, or no row, the share is 100 - every
      *>  LIVE kata. Each new
      *>  award also queues the candidate a CERT notification
      *>  (src/tntfdata.cpy).
      *>
      *>  A run certifies one tenant's candidates against the katas
      *>  that tenant may sit - its own and the shared ones
      *>  (src/ttendata.cpy): the home tenant by default, another
      *>  with TENANT=<tenant>; run it once per tenant. TENANT=*
      *>  takes every candidate against the whole catalog.
      *>
      *>  Usage: certgen [TENANT=<tenant>]   (run from the repo
      *>  root)

       environment division.
       input-output section.
       file-control.
           copy tcatfc.
           copy taudfc.
           copy tntffc.
           copy ttenfc.
           copy tvoidfc.
           select awards-file assign to dynamic awards-file-path
               organization line sequential
               file status awards-file-status.
           select cert-file assign to dynamic cert-file-path
               organization line sequential
               file status cert-file-status.
           select threshold-file
               assign to dynamic threshold-file-path
               organization line sequential
               file status threshold-file-status.

       data division.
       file section.
           copy tcatfd.
           copy taudfd.
           copy tntffd.
           copy ttenfd.
           copy tvoidfd.
       fd  awards-file.
       01  awards-record.
           05 awd-candidate-in pic x(20).
           05 awd-count-in     pic x(3).
       fd  cert-file.
       01  cert-record pic x(132).
       fd  threshold-file.
       01  threshold-record.
           05 thr-category-in  pic x(20).
           05 thr-pct-in       pic x(3).

       working-storage section.
           copy tcatdata.
           copy tauddata.
           copy tntfdata.
           copy ttendata.
           copy tvoiddata.
       01  awards-file-path   pic x(100)
                               value 'batch/cert-awards.txt'.
       01  awards-file-status pic x(2) value spaces.
       01  cert-file-path     pic x(100)
                               value 'batch/certificates.txt'.
       01  cert-file-status   pic x(2) value spaces.
       01  threshold-file-path pic x(100)
                               value 'batch/cert-thresholds.txt'.
       01  threshold-file-status pic x(2) value spaces.
       01  threshold-eof-switch pic x value 'n'.
           88 threshold-eof   value 'y'.
       01  default-threshold  pic 9(3) value 100.

      *>  LIVE katas per category, from the catalog.
       01  cat-max            pic 9(2) value 0.
           05 cert-cat-entry occurs 15 times.
              10 ccat-name       pic x(20).
              10 ccat-kata-count pic 9(3) value 0.
              10 ccat-threshold  pic 9(3) value 0.
       01  ccat-index         pic 9(2) value 0.
       01  ccat-found-switch  pic x value 'n'.
           88 ccat-found      value 'y'.
       01  cert-len           pic 9(3) value 0.

       procedure division.
           accept ten-command-args from command-line
           move 'CERTGEN' to ten-program
           perform take-tenant-selection
           if ten-selection-bad
               move 2 to return-code
               goback
           end-if
           move function current-date to current-date-stamp
           move current-date-stamp(1:8) to award-date
           perform load-catalog-table
           perform load-cert-thresholds
           perform load-granted-awards
           open input audit-file
           if audit-file-status not = '00'
               at end
                   set catalog-eof to true
               not at end
                   move cat-tenant-in to ten-record-tenant
                   perform check-record-tenant
                   if cat-tenant-in = '*'
                       set ten-in-selection to true
                   end-if
                   if (cat-record-status-in(1:4) = 'LIVE'
                       or cat-record-status-in(1:6) = 'ACTIVE'
                       or cat-record-status-in = spaces)
                       and ten-in-selection
                       move cat-kata-name-in to cat-kata-name
                       move cat-category-in  to cat-category
                       perform add-kata-entry
           end-if
           .

      *>  a category's own row wins over the '*' row; a row for a
      *>  category with no LIVE katas here is simply unused.
       load-cert-thresholds.
           open input threshold-file
           if threshold-file-status = '00'
               perform read-next-threshold until threshold-eof
               close threshold-file
           end-if
           perform varying ccat-index from 1 by 1
                   until ccat-index > cat-max
               if ccat-threshold(ccat-index) = 0
                   move default-threshold to ccat-threshold(ccat-index)
               end-if
           end-perform
           .

       read-next-threshold.
           read threshold-file
               at end
                   set threshold-eof to true
               not at end
                   if threshold-record(1:1) not = '#'
                           and thr-category-in not = spaces
                       if thr-pct-in is numeric
                               and thr-pct-in > '000'
                               and thr-pct-in <= '100'
                           perform take-threshold-row
                       else
                           display '<CERTGEN-WARNING::> threshold '
                                   thr-pct-in ' for '
                                   function trim(thr-category-in)
                                   ' is not 001-100, ignored'
                       end-if
                   end-if
           end-read
           .

       take-threshold-row.
           if thr-category-in = '*'
               move thr-pct-in to default-threshold
           else
               perform varying ccat-index from 1 by 1
                       until ccat-index > cat-max
                   if ccat-name(ccat-index) = thr-category-in
                       move thr-pct-in to ccat-threshold(ccat-index)
                   end-if
               end-perform
           end-if
           .

       load-granted-awards.
           open input awards-file
           if awards-file-status = '00'
                           or aud-candidate-id-in(1:5) = '*TRL*'
                           or aud-candidate-id-in(1:5) = '*CFW*'
                           or aud-candidate-id-in(1:5) = '*PCL*'
                           or aud-candidate-id-in(1:5) = '*SAR*'
                       continue
                   else
                       move aud-tenant-in to ten-record-tenant
                       move aud-candidate-id-in
                           to ten-lookup-candidate
                       perform check-detail-tenant
      *>  a voided run, and a void's own reversal details, earn
      *>  nothing
                       perform check-audit-detail-voided
                       if not detail-voided and ten-in-selection
                           perform accept-audit-detail
                       end-if
                   end-if
           end-read
           .

       check-one-category.
           if ccat-kata-count(ccat-index) > 0
               and cand-cat-passed(cand-index ccat-index) * 100
                   >= ccat-kata-count(ccat-index)
                      * ccat-threshold(ccat-index)
               perform find-granted-award
               if not granted-found
                   perform issue-award
                   ' mastery to '
                   function trim(cand-id(cand-index))
           perform print-certificate
           move cand-id(cand-index) to nev-new-candidate
           move 'CERT' to nev-new-event
           move ccat-name(ccat-index) to nev-new-reference
           move ccat-kata-count(ccat-index) to count-display
           move spaces to nev-new-detail
           string 'category mastery, ' function trim(count-display)
                  ' kata(s)'
               delimited by size into nev-new-detail
           perform write-notify-event
           .

      *>  One 132-column certificate document per award, framed
               delimited by size into cert-text
           perform write-centered-line
           move spaces to cert-text
           if ccat-threshold(ccat-index) < 100
               move ccat-threshold(ccat-index) to count-display
               string 'for passing ' function trim(count-display)
                      '% of the live katas in the "'
                      function trim(ccat-name(ccat-index))
                      '" track'
                   delimited by size into cert-text
           else
               string 'for passing every live kata in the "'
                      function trim(ccat-name(ccat-index))
                      '" track'
                   delimited by size into cert-text
           end-if
           perform write-centered-line
           move ccat-kata-count(ccat-index) to count-display
           move spaces to cert-text
           write cert-record from cert-line
           .

           copy tntfhelp.
           copy ttenhelp.
           copy tvoidhelp.

       end program certgen.
