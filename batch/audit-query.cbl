      *>    candidate=<id>        kata=<name>
      *>    from=<yyyymmdd[hhmmss]>  to=<yyyymmdd[hhmmss]>
      *>    git-rev=<rev>         failures-only=y
      *>    tenant=<tenant|*>
      *>  Any criterion omitted matches everything, except the
      *>  tenant: omitted, only the home tenant's details select
      *>  (src/ttendata.cpy), tenant=* every tenant's. Output is both a
      *>  formatted listing and an extract file in the same audit
      *>  record layout, so the filtered subset feeds trendrpt and
      *>  the other readers directly (control records are not
      *>  selected - the extract is a subset, not a balanced run
      *>  block, and the readers accept pre-control-era records).
      *>  Extract records carry the whole detail, version, param,
      *>  origin and runner columns included, so the replay job
      *>  (batch/replay-runs.sh) selects through this same file.
      *>
      *>  Usage: audquery [parameter-file]
      *>  (default batch/query-params.txt; run from the repo root)
       file-control.
           copy taudfc.
           copy taliasfc.
           copy ttenfc.
           select params-file assign to dynamic params-file-path
               organization line sequential
               file status params-file-status.
       file section.
           copy taudfd.
           copy taliasfd.
           copy ttenfd.
       fd  params-file.
       01  params-record pic x(160).
       fd  extract-file.
       01  extract-record pic x(178).

       working-storage section.
           copy tauddata.
           copy taliasdata.
           copy ttendata.
       01  params-file-path    pic x(100)
                                value 'batch/query-params.txt'.
       01  params-file-status  pic x(2) value spaces.
           end-if
           perform read-next-params-record until params-eof
           close params-file
           move 'AUDQUERY' to ten-program
           perform take-tenant-selection
           if ten-selection-bad
               move 2 to return-code
               goback
           end-if
      *>  a query for a renamed kata matches its whole history:
      *>  both the criterion and each record resolve through the
      *>  alias map before comparing (src/taliashelp.cpy)
                   ' to=' function trim(sel-to-ts)
                   ' git-rev=' function trim(sel-git-rev)
                   ' failures-only=' sel-failures-only
                   ' tenant=' function trim(ten-selected-tenant)
           perform read-next-query-record until audit-eof
           close audit-file
           close extract-file
                       move param-value(1:12) to sel-git-rev
                   when 'failures-only'
                       move param-value(1:1) to sel-failures-only
                   when 'tenant'
                       move spaces to ten-command-args
                       string 'TENANT=' function trim(param-value)
                           delimited by size into ten-command-args
                   when other
                       display '<AUDQUERY-ERROR::> unknown keyword '
                               function trim(param-keyword)
                   if aud-candidate-id-in(1:5) not = '*HDR*'
                       and aud-candidate-id-in(1:5) not = '*CFW*'
                       and aud-candidate-id-in(1:5) not = '*PCL*'
                       and aud-candidate-id-in(1:5) not = '*SAR*'
                       and aud-candidate-id-in(1:5) not = '*TRL*'
                       perform select-or-reject-record
                   end-if
           else
               move 'y' to record-is-failure
           end-if
           move aud-tenant-in to ten-record-tenant
           move aud-candidate-id-in to ten-lookup-candidate
           perform check-detail-tenant
           if not ten-in-selection
               continue
           else
           if sel-candidate not = spaces
               and aud-candidate-id-in not = sel-candidate
               continue
           end-if
           end-if
           end-if
           end-if
           .

       write-selected-record.
           .

           copy taliashelp.
           copy ttenhelp.

       end program audquery.
