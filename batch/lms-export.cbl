      *>
      *>    LMSHDR<extract-ts(14)>            header record
      *>    cohort(10) candidate(20) kata(20) score(3)
      *>      attempts(4) completed(8) final(3) letter(2)
      *>                                      one per graded pair
      *>    LMSTRL<records(8)><score-sum(8)>  control trailer the
      *>                                      loader balances
      *>
      *>  (100 for a clean pass); a journaled GRANT exports as 100
      *>  with the posting date as completion, a REVOKE zeroes the
      *>  score - the journal outranks the raw trail here exactly
      *>  as it does on the leaderboard. Final is that raw score
      *>  after the cohort's approved curve, and letter its grade on
      *>  the cohort's scale (src/tgrddata.cpy); the trailer's score
      *>  sum stays the raw scores'. Details group by cohort.
      *>  Every export appends one line to the export log
      *>  (batch/lms-export-log.txt) so what was sent, and when,
      *>  is provable. Voided runs (the void register kept by
      *>  voidmnt) are left out before the best run is taken.
      *>
      *>  Run under a masking profile (src/tmskdata.cpy) the
      *>  candidate column is masked as the profile says, and a
      *>  sponsor's profile exports only that sponsor's candidates -
      *>  the trailer balances what was written. The export is
      *>  entered on the delivery register with the profile it was
      *>  produced under.
      *>
      *>  A row the LMS rejected sits QUEUED on the re-queue
      *>  register (batch/lms-requeue.txt, kept by lmsack from the
      *>  LMS's acknowledgments); once corrected it goes out again
      *>  with the next export, which marks it RESENT so the next
      *>  acknowledgment can clear it.
      *>
      *>  Only the selected tenant's grades export
      *>  (src/ttendata.cpy): the home tenant's, another's with
      *>  TENANT=<tenant>, or every tenant's with TENANT=*; the
      *>  export log line names the tenant selected.
      *>
      *>  Usage: lmsexp [MASK=<profile>] [TENANT=<tenant>]
      *>  (run from the repo root)
      *>  Output: batch/lms-export.txt

       environment division.
       input-output section.
       file-control.
           copy taudfc.
           copy tvoidfc.
           copy tcanfc.
           copy tgrdfc.
           copy tmskfc.
           copy ttenfc.
           select journal-file assign to dynamic journal-file-path
               organization line sequential
               file status journal-file-status.
               assign to dynamic exportlog-file-path
               organization line sequential
               file status exportlog-file-status.
           select requeue-file assign to dynamic requeue-file-path
               organization line sequential
               file status requeue-file-status.

       data division.
       file section.
           copy taudfd.
           copy tvoidfd.
           copy tcanfd.
           copy tgrdfd.
           copy tmskfd.
           copy ttenfd.
       fd  journal-file.
       01  journal-record.
           05 jnl-candidate-in  pic x(20).
       01  export-record pic x(80).
       fd  exportlog-file.
       01  exportlog-record pic x(100).
       fd  requeue-file.
       01  requeue-record pic x(130).

       working-storage section.
           copy tauddata.
           copy tvoiddata.
           copy tcandata.
           copy tcohdata.
           copy tgrddata.
           copy tmskdata.
           copy ttendata.
       01  journal-file-path  pic x(100)
                               value 'batch/adjustments-journal.txt'.
       01  journal-file-status pic x(2) value spaces.
       01  exportlog-file-path pic x(100)
                               value 'batch/lms-export-log.txt'.
       01  exportlog-file-status pic x(2) value spaces.
       01  requeue-file-path  pic x(100)
                               value 'batch/lms-requeue.txt'.
       01  requeue-file-status pic x(2) value spaces.
       01  requeue-eof-switch pic x value 'n'.
           88 requeue-eof     value 'y'.

      *>  The re-queue register (see lms-ack.cbl) held whole;
      *>  rewritten when a QUEUED row went out again.
       01  rqr-max            pic 9(4) value 0.
       01  rqr-table.
           05 rqr-entry occurs 1000 times.
              10 rqr-line        pic x(130).
              10 filler redefines rqr-line.
                 15 rqr-candidate   pic x(20).
                 15 rqr-kata        pic x(20).
                 15 rqr-cohort      pic x(10).
                 15 rqr-status      pic x(8).
                 15 rqr-reason      pic x(30).
                 15 rqr-rejected-ts pic x(14).
                 15 rqr-resent-ts   pic x(14).
                 15 rqr-cleared-ts  pic x(14).
       01  rqr-index          pic 9(4) value 0.
       01  resent-count       pic 9(4) value 0.

       01  extract-ts         pic x(14).
       01  current-date-stamp pic x(21).
       01  log-line           pic x(100).

       procedure division.
           accept msk-command-args from command-line
           move 'LMSEXP' to msk-output
           perform take-masking-profile
           if msk-profile-bad
               move 2 to return-code
               goback
           end-if
           move msk-command-args to ten-command-args
           move 'LMSEXP' to ten-program
           perform take-tenant-selection
           if ten-selection-bad
               move 2 to return-code
               goback
           end-if
           move function current-date to current-date-stamp
           move current-date-stamp(1:14) to extract-ts
           perform load-candidate-cohort-map
           perform load-requeue-register
           open input audit-file
           if audit-file-status not = '00'
               display '<LMSEXP-ERROR::> cannot open '
           write export-record from control-line
           close export-file
           perform append-export-log
           if resent-count > 0
               perform rewrite-requeue-register
               display '<LMSEXP::> ' resent-count ' re-queued'
                       ' row(s) sent again, marked RESENT in '
                       function trim(requeue-file-path)
           end-if
           move export-file-path to msk-delivered-file
           move detail-count to msk-delivered-records
           perform note-delivery
           display '<LMSEXP::> ' detail-count ' grade record(s)'
                   ' exported, score sum ' score-sum
                   ', logged in '
                           or aud-candidate-id-in(1:5) = '*TRL*'
                           or aud-candidate-id-in(1:5) = '*CFW*'
                           or aud-candidate-id-in(1:5) = '*PCL*'
                           or aud-candidate-id-in(1:5) = '*SAR*'
                       continue
                   else
                       move aud-tenant-in to ten-record-tenant
                       move aud-candidate-id-in to ten-lookup-candidate
                       perform check-detail-tenant
                       perform check-audit-detail-voided
                       if not detail-voided and ten-in-selection
                           perform accept-audit-detail
                       end-if
                   end-if
           end-read
           .
               not at end
                   move jnl-candidate-in to aud-candidate-id-in
                   move jnl-kata-in to aud-kata-name-in
                   move jnl-candidate-in to ten-lookup-candidate
                   perform check-candidate-tenant
                   move 'n' to pair-found-switch
                   if ten-in-selection
                       perform find-pair-entry
                   end-if
                   if pair-found
                       if jnl-direction-in = 'GRANT   '
                           move 100 to pair-best-pct(pair-index)
           .

       write-grade-record.
           move pair-candidate(pair-scan) to msk-lookup-id
           perform mask-candidate
           if not msk-in-scope
               add 1 to msk-withheld-records
           else
               perform write-masked-grade-record
           end-if
           .

       write-masked-grade-record.
           move spaces to export-line
           move cmap-cohort-result to export-line(1:10)
           move msk-masked-id to export-line(12:20)
           move pair-kata(pair-scan) to export-line(33:20)
           move pair-best-pct(pair-scan) to export-line(54:3)
           move pair-attempts(pair-scan) to export-line(58:4)
           move pair-completed(pair-scan) to export-line(63:8)
           move cmap-cohort-result to grade-cohort
           move pair-best-pct(pair-scan) to grade-raw-score
           perform compute-final-grade
           move grade-final-score to export-line(72:3)
           move grade-letter to export-line(76:2)
           write export-record from export-line
           add 1 to detail-count
           add pair-best-pct(pair-scan) to score-sum
           perform mark-requeued-resent
           .

       load-requeue-register.
           open input requeue-file
           if requeue-file-status = '00'
               perform read-next-requeue-row until requeue-eof
               close requeue-file
           end-if
           .

       read-next-requeue-row.
           read requeue-file
               at end
                   set requeue-eof to true
               not at end
                   if rqr-max < 1000
                       add 1 to rqr-max
                       move requeue-record to rqr-line(rqr-max)
                   end-if
           end-read
           .

      *>  the row just written, as the LMS knows it, against the
      *>  register's QUEUED rows.
       mark-requeued-resent.
           perform varying rqr-index from 1 by 1
                   until rqr-index > rqr-max
               if rqr-status(rqr-index) = 'QUEUED'
                   and rqr-candidate(rqr-index) = msk-masked-id
                   and rqr-kata(rqr-index) = pair-kata(pair-scan)
                   move 'RESENT' to rqr-status(rqr-index)
                   move extract-ts to rqr-resent-ts(rqr-index)
                   add 1 to resent-count
               end-if
           end-perform
           .

       rewrite-requeue-register.
           open output requeue-file
           if requeue-file-status not = '00'
               display '<LMSEXP-ERROR::> cannot rewrite '
                       function trim(requeue-file-path)
               move 1 to return-code
           else
               perform varying rqr-index from 1 by 1
                       until rqr-index > rqr-max
                   write requeue-record from rqr-line(rqr-index)
               end-perform
               close requeue-file
           end-if
           .

       append-export-log.
                  function trim(export-file-path)
                  ' records ' detail-count
                  ' score-sum ' score-sum
                  ' tenant ' ten-selected-tenant
               delimited by size into log-line
           write exportlog-record from log-line
           close exportlog-file
           .

           copy tvoidhelp.
           copy tgrdhelp.
           copy tmskhelp.
           copy ttenhelp.

       end program lmsexp.
