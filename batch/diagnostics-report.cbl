       program-id. diagrpt.

      *>  Compiler-warning rollup for instructors. The grading
      *>  path compiles every submission under one fixed warning
      *>  profile and files each diagnostic it raises in
      *>  batch/compile-diagnostics.txt (candidate(20) kata(20)
      *>  timestamp(14) severity(8) message(24) line(6) text(120) -
      *>  the message is the cobc warning option, "(none)" for a
      *>  plain error). This ranks the messages by how often they
      *>  come up, once per kata and once per cohort, so "the
      *>  payroll kata draws a possible-truncation warning from two
      *>  submissions in three" is a line on a page instead of
      *>  something thrown away with the build log. Cohorts resolve
      *>  through the candidate master the way every other cohort
      *>  rollup does; a candidate the master doesn't know counts
      *>  under '(none)'.
      *>
      *>  Each line shows the rank, the severity and message, the
      *>  occurrences, the distinct submissions (candidate/timestamp
      *>  pairs) that raised it and the first message text seen for
      *>  it. Only the top diag-rank-limit messages of each kata or
      *>  cohort are listed.
      *>
      *>  Only the selected tenant's submissions are counted
      *>  (src/ttendata.cpy): the home tenant's, another's with
      *>  TENANT=<tenant>, or every tenant's with TENANT=*.
      *>
      *>  Usage: diagrpt [TENANT=<tenant>]   (run from the repo
      *>  root; the reporting stream redirects the listing to
      *>  batch/diagnostics-report.txt)

       environment division.
       input-output section.
       file-control.
           copy tcanfc.
           copy ttenfc.
           select diag-file assign to dynamic diag-file-path
               organization line sequential
               file status diag-file-status.

       data division.
       file section.
           copy tcanfd.
           copy ttenfd.
       fd  diag-file.
       01  diag-record.
           05 dgl-candidate-in pic x(20).
           05 dgl-kata-in      pic x(20).
           05 dgl-timestamp-in pic x(14).
           05 dgl-severity-in  pic x(8).
           05 dgl-message-in   pic x(24).
           05 dgl-line-in      pic x(6).
           05 dgl-text-in      pic x(120).

       working-storage section.
           copy tcandata.
           copy tcohdata.
           copy ttendata.
       01  diag-file-path     pic x(100)
                               value 'batch/compile-diagnostics.txt'.
       01  diag-file-status   pic x(2) value spaces.
       01  diag-eof-switch    pic x value 'n'.
           88 diag-eof        value 'y'.

      *>  One entry per kata/message and per cohort/message pair
      *>  seen; diag-group-seq numbers the katas (cohorts) in the
      *>  order they first appear, which is the order they print.
       01  dgk-max             pic 9(3) value 0.
       01  dgk-table.
           05 dgk-entry occurs 300 times.
              10 dgk-kata          pic x(20).
              10 dgk-group-seq     pic 9(3).
              10 dgk-severity      pic x(8).
              10 dgk-message       pic x(24).
              10 dgk-text          pic x(120).
              10 dgk-occurrences   pic 9(6) value 0.
              10 dgk-submissions   pic 9(5) value 0.
              10 dgk-last-sub      pic x(34).
       01  dgk-index           pic 9(3) value 0.
       01  dgk-groups          pic 9(3) value 0.
       01  dgc-max             pic 9(3) value 0.
       01  dgc-table.
           05 dgc-entry occurs 200 times.
              10 dgc-cohort        pic x(10).
              10 dgc-group-seq     pic 9(3).
              10 dgc-severity      pic x(8).
              10 dgc-message       pic x(24).
              10 dgc-text          pic x(120).
              10 dgc-occurrences   pic 9(6) value 0.
              10 dgc-submissions   pic 9(5) value 0.
              10 dgc-last-sub      pic x(34).
       01  dgc-index           pic 9(3) value 0.
       01  dgc-groups          pic 9(3) value 0.
       01  diag-found-switch   pic x value 'n'.
           88 diag-found       value 'y'.
       01  diag-group-seq      pic 9(3) value 0.

      *>  the submission a record belongs to - the ledger files a
      *>  submission's diagnostics together under one timestamp
       01  diag-submission.
           05 diag-sub-candidate pic x(20).
           05 diag-sub-timestamp pic x(14).

      *>  Selection-sort rank order over either table: group first,
      *>  then occurrences, most frequent first.
       01  diag-rank-limit     pic 9(3) value 10.
       01  rank-table.
           05 rank-entry-index occurs 300 times pic 9(3).
       01  rank-max            pic 9(3) value 0.
       01  rank-index          pic 9(3) value 0.
       01  rank-scan           pic 9(3) value 0.
       01  rank-best           pic 9(3) value 0.
       01  rank-swap           pic 9(3) value 0.
       01  rank-in-group       pic 9(3) value 0.
       01  rank-current-group  pic 9(3) value 0.
       01  rank-before-switch  pic x value 'n'.
           88 rank-before      value 'y'.

       01  read-count          pic 9(7) value 0.
       01  diag-rank-display   pic z(2)9.
       01  diag-occur-display  pic z(5)9.
       01  diag-sub-display    pic z(4)9.
       01  diag-read-display   pic z(6)9.

       procedure division.
           accept ten-command-args from command-line
           move 'DIAGNOSTICS' to ten-program
           perform take-tenant-selection
           if ten-selection-bad
               move 2 to return-code
               goback
           end-if
           perform load-candidate-cohort-map
           open input diag-file
           if diag-file-status not = '00'
               display '<DIAGNOSTICS-ERROR::> cannot open '
                       function trim(diag-file-path)
                       ' - has the batch graded anything yet?'
               move 1 to return-code
               goback
           end-if
           perform read-next-diag-record until diag-eof
           close diag-file
           move read-count to diag-read-display
           display '<DIAGNOSTICS-REPORT::> '
                   function trim(diag-read-display)
                   ' compiler diagnostic(s) on file'
           display '<KATA-DIAGNOSTICS::> most common diagnostics'
                   ' per kata'
           perform rank-kata-entries
           move 0 to rank-current-group
           perform display-kata-entry
               varying rank-index from 1 by 1
               until rank-index > rank-max
           display '<COHORT-DIAGNOSTICS::> most common diagnostics'
                   ' per cohort'
           perform rank-cohort-entries
           move 0 to rank-current-group
           perform display-cohort-entry
               varying rank-index from 1 by 1
               until rank-index > rank-max
           goback.

      *>  Candidate-to-cohort map from the candidate master; no
      *>  master yet leaves everything in the '(none)' cohort.
       load-candidate-cohort-map.
           open input candidate-file
           if candidate-file-status = '00'
               perform read-next-master-record until candidate-eof
               close candidate-file
           end-if
           .

       read-next-master-record.
           read candidate-file next
               at end
                   set candidate-eof to true
               not at end
                   if cmap-max < 100
                       add 1 to cmap-max
                       move can-id to cmap-cand-id(cmap-max)
                       move can-cohort to cmap-cohort(cmap-max)
                   end-if
           end-read
           .

       look-up-candidate-cohort.
           move '(none)' to cmap-cohort-result
           move 'n' to cmap-found-switch
           move 1 to cmap-index
           perform test before
               until cmap-index > cmap-max or cmap-found
               if cmap-cand-id(cmap-index) = cmap-lookup-id
                   set cmap-found to true
               else
                   add 1 to cmap-index
               end-if
           end-perform
           if cmap-found
               and cmap-cohort(cmap-index) not = spaces
               move cmap-cohort(cmap-index) to cmap-cohort-result
           end-if
           .

       read-next-diag-record.
           read diag-file
               at end
                   set diag-eof to true
               not at end
                   move dgl-candidate-in to ten-lookup-candidate
                   perform check-candidate-tenant
                   if dgl-candidate-in not = spaces
                       and dgl-severity-in not = spaces
                       and ten-in-selection
                       add 1 to read-count
                       move dgl-candidate-in to diag-sub-candidate
                       move dgl-timestamp-in to diag-sub-timestamp
                       move dgl-candidate-in to cmap-lookup-id
                       perform look-up-candidate-cohort
                       perform accept-kata-diagnostic
                       perform accept-cohort-diagnostic
                   end-if
           end-read
           .

       accept-kata-diagnostic.
           move 0 to diag-group-seq
           move 'n' to diag-found-switch
           move 1 to dgk-index
           perform test before
               until dgk-index > dgk-max or diag-found
               if dgk-kata(dgk-index) = dgl-kata-in
                   move dgk-group-seq(dgk-index) to diag-group-seq
                   if dgk-severity(dgk-index) = dgl-severity-in
                       and dgk-message(dgk-index) = dgl-message-in
                       set diag-found to true
                   end-if
               end-if
               if not diag-found
                   add 1 to dgk-index
               end-if
           end-perform
           if not diag-found
               if dgk-max < 300
                   if diag-group-seq = 0
                       add 1 to dgk-groups
                       move dgk-groups to diag-group-seq
                   end-if
                   add 1 to dgk-max
                   move dgk-max to dgk-index
                   move dgl-kata-in to dgk-kata(dgk-index)
                   move diag-group-seq to dgk-group-seq(dgk-index)
                   move dgl-severity-in to dgk-severity(dgk-index)
                   move dgl-message-in to dgk-message(dgk-index)
                   move dgl-text-in to dgk-text(dgk-index)
                   move spaces to dgk-last-sub(dgk-index)
                   set diag-found to true
               else
                   display '<DIAGNOSTICS-WARNING::> kata table'
                           ' full, dropping '
                           function trim(dgl-kata-in) ' '
                           function trim(dgl-message-in)
               end-if
           end-if
           if diag-found
               add 1 to dgk-occurrences(dgk-index)
               if dgk-last-sub(dgk-index) not = diag-submission
                   add 1 to dgk-submissions(dgk-index)
                   move diag-submission to dgk-last-sub(dgk-index)
               end-if
           end-if
           .

       accept-cohort-diagnostic.
           move 0 to diag-group-seq
           move 'n' to diag-found-switch
           move 1 to dgc-index
           perform test before
               until dgc-index > dgc-max or diag-found
               if dgc-cohort(dgc-index) = cmap-cohort-result
                   move dgc-group-seq(dgc-index) to diag-group-seq
                   if dgc-severity(dgc-index) = dgl-severity-in
                       and dgc-message(dgc-index) = dgl-message-in
                       set diag-found to true
                   end-if
               end-if
               if not diag-found
                   add 1 to dgc-index
               end-if
           end-perform
           if not diag-found
               if dgc-max < 200
                   if diag-group-seq = 0
                       add 1 to dgc-groups
                       move dgc-groups to diag-group-seq
                   end-if
                   add 1 to dgc-max
                   move dgc-max to dgc-index
                   move cmap-cohort-result to dgc-cohort(dgc-index)
                   move diag-group-seq to dgc-group-seq(dgc-index)
                   move dgl-severity-in to dgc-severity(dgc-index)
                   move dgl-message-in to dgc-message(dgc-index)
                   move dgl-text-in to dgc-text(dgc-index)
                   move spaces to dgc-last-sub(dgc-index)
                   set diag-found to true
               else
                   display '<DIAGNOSTICS-WARNING::> cohort table'
                           ' full, dropping '
                           function trim(cmap-cohort-result) ' '
                           function trim(dgl-message-in)
               end-if
           end-if
           if diag-found
               add 1 to dgc-occurrences(dgc-index)
               if dgc-last-sub(dgc-index) not = diag-submission
                   add 1 to dgc-submissions(dgc-index)
                   move diag-submission to dgc-last-sub(dgc-index)
               end-if
           end-if
           .

       rank-kata-entries.
           move dgk-max to rank-max
           perform varying rank-index from 1 by 1
                   until rank-index > rank-max
               move rank-index to rank-entry-index(rank-index)
           end-perform
           perform varying rank-index from 1 by 1
                   until rank-index > rank-max
               move rank-index to rank-best
               perform varying rank-scan from rank-index by 1
                       until rank-scan > rank-max
                   perform compare-kata-rank
                   if rank-before
                       move rank-scan to rank-best
                   end-if
               end-perform
               perform swap-rank-entries
           end-perform
           .

      *>  does the entry at rank-scan belong ahead of rank-best?
       compare-kata-rank.
           move 'n' to rank-before-switch
           evaluate true
               when dgk-group-seq(rank-entry-index(rank-scan)) <
                       dgk-group-seq(rank-entry-index(rank-best))
                   set rank-before to true
               when dgk-group-seq(rank-entry-index(rank-scan)) =
                       dgk-group-seq(rank-entry-index(rank-best))
                   and dgk-occurrences(rank-entry-index(rank-scan)) >
                       dgk-occurrences(rank-entry-index(rank-best))
                   set rank-before to true
               when other
                   continue
           end-evaluate
           .

       rank-cohort-entries.
           move dgc-max to rank-max
           perform varying rank-index from 1 by 1
                   until rank-index > rank-max
               move rank-index to rank-entry-index(rank-index)
           end-perform
           perform varying rank-index from 1 by 1
                   until rank-index > rank-max
               move rank-index to rank-best
               perform varying rank-scan from rank-index by 1
                       until rank-scan > rank-max
                   perform compare-cohort-rank
                   if rank-before
                       move rank-scan to rank-best
                   end-if
               end-perform
               perform swap-rank-entries
           end-perform
           .

       compare-cohort-rank.
           move 'n' to rank-before-switch
           evaluate true
               when dgc-group-seq(rank-entry-index(rank-scan)) <
                       dgc-group-seq(rank-entry-index(rank-best))
                   set rank-before to true
               when dgc-group-seq(rank-entry-index(rank-scan)) =
                       dgc-group-seq(rank-entry-index(rank-best))
                   and dgc-occurrences(rank-entry-index(rank-scan)) >
                       dgc-occurrences(rank-entry-index(rank-best))
                   set rank-before to true
               when other
                   continue
           end-evaluate
           .

       swap-rank-entries.
           if rank-best not = rank-index
               move rank-entry-index(rank-index) to rank-swap
               move rank-entry-index(rank-best)
                   to rank-entry-index(rank-index)
               move rank-swap to rank-entry-index(rank-best)
           end-if
           .

       display-kata-entry.
           move rank-entry-index(rank-index) to dgk-index
           if dgk-group-seq(dgk-index) not = rank-current-group
               move dgk-group-seq(dgk-index) to rank-current-group
               move 0 to rank-in-group
               display function trim(dgk-kata(dgk-index)) ':'
           end-if
           add 1 to rank-in-group
           if rank-in-group not > diag-rank-limit
               move rank-in-group to diag-rank-display
               move dgk-occurrences(dgk-index) to diag-occur-display
               move dgk-submissions(dgk-index) to diag-sub-display
               display '  ' diag-rank-display '. '
                       function trim(dgk-severity(dgk-index)) ' '
                       function trim(dgk-message(dgk-index))
                       ' occurrences='
                       function trim(diag-occur-display)
                       ' submissions='
                       function trim(diag-sub-display)
               display '       e.g. '
                       function trim(dgk-text(dgk-index))
           end-if
           .

       display-cohort-entry.
           move rank-entry-index(rank-index) to dgc-index
           if dgc-group-seq(dgc-index) not = rank-current-group
               move dgc-group-seq(dgc-index) to rank-current-group
               move 0 to rank-in-group
               display function trim(dgc-cohort(dgc-index)) ':'
           end-if
           add 1 to rank-in-group
           if rank-in-group not > diag-rank-limit
               move rank-in-group to diag-rank-display
               move dgc-occurrences(dgc-index) to diag-occur-display
               move dgc-submissions(dgc-index) to diag-sub-display
               display '  ' diag-rank-display '. '
                       function trim(dgc-severity(dgc-index)) ' '
                       function trim(dgc-message(dgc-index))
                       ' occurrences='
                       function trim(diag-occur-display)
                       ' submissions='
                       function trim(diag-sub-display)
               display '       e.g. '
                       function trim(dgc-text(dgc-index))
           end-if
           .

           copy ttenhelp.

       end program diagrpt.
