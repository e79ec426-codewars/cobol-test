      *>    QUEUE-NO-SOURCE  a submissions-queue row whose source
      *>                     path is gone (facts from the sweep)
      *>
      *>  and the tenant partitions (src/ttendata.cpy), so one
      *>  academy's records never leak into another's:
      *>
      *>    TENANT-UNKNOWN   a candidate, cohort, catalog or queue
      *>                     row naming a tenant not on the register
      *>    TENANT-COHORT    a candidate in another tenant's cohort
      *>    TENANT-AUDIT     an audit detail stamped with a tenant
      *>                     other than its candidate's
      *>    TENANT-KATA      an audit detail graded on a kata its
      *>                     tenant cannot see (neither its own nor
      *>                     shared)
      *>    TENANT-QUEUE     a live queue row whose tenant is not its
      *>                     candidate's, or whose kata its tenant
      *>                     cannot see (facts from the sweep)
      *>
      *>  Output: an orphan report by file and key to
      *>  batch/integrity-report.txt, echoed. Return code 1 when
      *>  any orphan surfaced. Run via batch/integrity-sweep.sh so
           copy taudfc.
           copy tcatfc.
           copy tcanfc.
           copy tcohfc.
           copy ttenfc.
           select facts-file assign to dynamic facts-file-path
               organization line sequential
               file status facts-file-status.
           copy taudfd.
           copy tcatfd.
           copy tcanfd.
           copy tcohfd.
           copy ttenfd.
       fd  facts-file.
       01  facts-record.
           05 fct-type-in  pic x(10).
           copy tauddata.
           copy tcatdata.
           copy tcandata.
           copy tcohdata.
           copy ttendata.
       01  facts-file-path    pic x(100)
                       value 'batch/.build/integrity-facts.txt'.
       01  facts-file-status  pic x(2) value spaces.
       01  kat-found-switch   pic x value 'n'.
           88 kat-found       value 'y'.

      *>  Cohort-to-tenant map off the cohort master, for the
      *>  candidate-in-another-tenant's-cohort check.
       01  ctn-max            pic 9(3) value 0.
       01  ctn-table.
           05 ctn-entry occurs 200 times.
              10 ctn-cohort   pic x(10).
              10 ctn-tenant   pic x(8).
       01  ctn-index          pic 9(3) value 0.
       01  detail-tenant      pic x(8) value spaces.
       01  tenant-where       pic x(48) value spaces.

       01  lookup-key         pic x(20).
       01  orphan-count       pic 9(6) value 0.
       01  audit-orphans      pic 9(6) value 0.
       01  audit-dead-katas   pic 9(6) value 0.
       01  feedback-orphans   pic 9(6) value 0.
       01  queue-no-sources   pic 9(6) value 0.
       01  tenant-leaks       pic 9(6) value 0.
       01  count-display      pic z(5)9.
       01  report-line        pic x(132).

           write intrpt-record
           move all '-' to intrpt-record
           write intrpt-record
           perform load-cohort-tenants
           perform load-candidate-ids
           perform load-catalog-names
           perform sweep-audit-trail
                       add 1 to can-max
                       move can-id to can-entry(can-max)
                   end-if
                   perform check-candidate-tenancy
           end-read
           .

       load-cohort-tenants.
           open input cohort-file
           if cohort-file-status = '00'
               perform read-next-cohort-record until cohort-eof
               close cohort-file
           end-if
           .

       read-next-cohort-record.
           read cohort-file
               at end
                   set cohort-eof to true
               not at end
                   if coh-id-in not = spaces and ctn-max < 200
                       add 1 to ctn-max
                       move coh-id-in to ctn-cohort(ctn-max)
                       move coh-tenant-in to ten-record-tenant
                       perform check-record-tenant
                       move ten-record-tenant to ctn-tenant(ctn-max)
                       move spaces to tenant-where
                       string 'cohort-master.txt ' coh-id-in
                           delimited by size into tenant-where
                       perform check-tenant-registered
                   end-if
           end-read
           .

      *>  a tenant column naming no tenant on the register - a
      *>  typo that would hide the record from every tenant's
      *>  reports (ten-record-tenant in, already defaulted, and
      *>  the file and key in tenant-where)
       check-tenant-registered.
           perform look-up-tenant
           if not ten-found
               move spaces to report-line
               string 'TENANT-UNKNOWN   '
                      function trim(tenant-where) ' tenant '
                      function trim(ten-record-tenant)
                      ' is not on tenants.txt'
                   delimited by size into report-line
               perform write-tenant-finding
           end-if
           .

      *>  a candidate enrolled in a cohort of another tenant
       check-candidate-tenancy.
           move can-tenant to ten-record-tenant
           perform check-record-tenant
           move spaces to tenant-where
           string 'candidate-master ' can-id
               delimited by size into tenant-where
           perform check-tenant-registered
           if can-cohort not = spaces
               perform varying ctn-index from 1 by 1
                       until ctn-index > ctn-max
                   if ctn-cohort(ctn-index) = can-cohort
                       and ctn-tenant(ctn-index) not = ten-record-tenant
                       move spaces to report-line
                       string 'TENANT-COHORT    candidate-master '
                              can-id ' tenant '
                              ten-record-tenant ' in cohort '
                              function trim(can-cohort)
                              ' of tenant ' ctn-tenant(ctn-index)
                           delimited by size into report-line
                       perform write-tenant-finding
                   end-if
               end-perform
           end-if
           .

       load-catalog-names.
           open input catalog-file
           if catalog-file-status = '00'
                       add 1 to kat-max
                       move cat-kata-name-in to kat-entry(kat-max)
                   end-if
                   if cat-tenant-in not = spaces
                       and cat-tenant-in not = '*'
                       move cat-tenant-in to ten-record-tenant
                       move spaces to tenant-where
                       string 'kata-catalog.txt ' cat-kata-name-in
                           delimited by size into tenant-where
                       perform check-tenant-registered
                   end-if
           end-read
           .

                           or aud-candidate-id-in(1:5) = '*TRL*'
                           or aud-candidate-id-in(1:5) = '*CFW*'
                           or aud-candidate-id-in(1:5) = '*PCL*'
                           or aud-candidate-id-in(1:5) = '*SAR*'
                       continue
                   else
                       perform check-audit-detail
                   delimited by size into report-line
               perform write-finding
           end-if
           perform check-audit-tenancy
           .

      *>  an audit detail stamped with a tenant other than its
      *>  candidate's, or graded on a kata its tenant cannot see
      *>  (a kata the catalog does not list is AUDIT-DEAD-KATA's)
       check-audit-tenancy.
           move aud-candidate-id-in to ten-lookup-candidate
           perform check-candidate-tenant
           move ten-candidate-tenant to detail-tenant
           if aud-tenant-in not = spaces
               move aud-tenant-in to ten-record-tenant
               perform check-record-tenant
               if tcd-found
                   and ten-record-tenant not = ten-candidate-tenant
                   move spaces to report-line
                   string 'TENANT-AUDIT     audit-trail.txt '
                          aud-candidate-id-in
                          ' (run ' aud-timestamp-in
                          ') stamped tenant ' ten-record-tenant
                          ' not the candidate''s '
                          ten-candidate-tenant
                       delimited by size into report-line
                   perform write-tenant-finding
               end-if
               move ten-record-tenant to detail-tenant
           end-if
           move detail-tenant to ten-asking-tenant
           move aud-kata-name-in to ten-lookup-kata
           perform check-kata-tenant
           if tkt-found and not ten-kata-visible
               move spaces to report-line
               string 'TENANT-KATA      audit-trail.txt '
                      aud-candidate-id-in
                      ' (run ' aud-timestamp-in
                      ') tenant ' detail-tenant ' graded on '
                      function trim(aud-kata-name-in)
                      ', kata of tenant ' ten-kata-tenant
                   delimited by size into report-line
               perform write-tenant-finding
           end-if
           .

       sweep-collected-facts.
                           perform check-feedback-fact
                       when 'QUEUEPATH '
                           perform check-queue-fact
                       when 'QUEUETEN  '
                           perform check-queue-tenant-fact
                       when other
                           continue
                   end-evaluate
           end-if
           .

      *>  a live queue row (not one the drain already refused as
      *>  REJECTED-TENANT) whose tenant is not its candidate's, or
      *>  naming a kata its tenant cannot see; a blank queue tenant
      *>  is the home tenant, as the drain reads it
       check-queue-tenant-fact.
           if fct-extra-in(10:8) not = 'REJECTED'
               move fct-extra-in(1:8) to ten-record-tenant
               perform check-record-tenant
               move ten-record-tenant to detail-tenant
               move spaces to tenant-where
               string 'submissions-queue.txt '
                      fct-key1-in '/' function trim(fct-key2-in)
                   delimited by size into tenant-where
               perform check-tenant-registered
               move fct-key1-in to ten-lookup-candidate
               perform check-candidate-tenant
               if tcd-found and detail-tenant not = ten-candidate-tenant
                   move spaces to report-line
                   string 'TENANT-QUEUE     submissions-queue.txt '
                          fct-key1-in '/' function trim(fct-key2-in)
                          ' - row tenant ' detail-tenant
                          ' not the candidate''s '
                          ten-candidate-tenant
                       delimited by size into report-line
                   perform write-tenant-finding
               end-if
               move detail-tenant to ten-asking-tenant
               move fct-key2-in to ten-lookup-kata
               perform check-kata-tenant
               if tkt-found and not ten-kata-visible
                   move spaces to report-line
                   string 'TENANT-QUEUE     submissions-queue.txt '
                          fct-key1-in '/' function trim(fct-key2-in)
                          ' - kata of tenant ' ten-kata-tenant
                          ', row tenant ' detail-tenant
                       delimited by size into report-line
                   perform write-tenant-finding
               end-if
           end-if
           .

       write-tenant-finding.
           add 1 to tenant-leaks
           add 1 to orphan-count
           perform write-finding
           .

       write-finding.
           write intrpt-record from report-line
           display function trim(report-line)
               delimited by size into report-line
           write intrpt-record from report-line
           display function trim(report-line)
           move tenant-leaks to count-display
           move spaces to report-line
           string '        ' function trim(count-display)
                  ' cross-tenant finding(s)'
               delimited by size into report-line
           write intrpt-record from report-line
           display function trim(report-line)
           .

           copy ttenhelp.

       end program intchk.
