       program-id. lmsack.

      *>  LMS acknowledgment intake and gradebook reconciliation.
      *>  lmsexp sends the gradebook extract and we never heard what
      *>  the LMS made of it: rows rejected for a student id it does
      *>  not know or a grade column already closed went unnoticed
      *>  until the candidate complained the LMS grade was stale.
      *>  The LMS's loader returns an acknowledgment file
      *>  (batch/lms-ack.txt by default):
      *>
      *>    LMSACK<extract-ts(14)>            header: the extract
      *>                                      this answers
      *>    cohort(10) candidate(20) kata(20) status(8) reason(30)
      *>      one per row it read, in the extract's own columns
      *>      (1, 12, 33) with status ACCEPTED or REJECTED at 54
      *>      and the loader's reason at 63
      *>    LMSATR<rows(8)>                   trailer: rows answered
      *>
      *>  and this matches it row by row against the extract on
      *>  file (batch/lms-export.txt), which must be the extract the
      *>  header names - an acknowledgment of an older extract is
      *>  refused rather than matched against the wrong rows. Every
      *>  exported row comes out ACCEPTED, REJECTED with the LMS's
      *>  reason, or MISSING (the LMS never answered it); an
      *>  acknowledgment row for anything the extract did not carry
      *>  is UNEXPECTED, and a trailer that does not count the rows
      *>  read is reported.
      *>
      *>  A REJECTED row goes on the re-queue register
      *>  (batch/lms-requeue.txt: candidate(20) kata(20) cohort(10)
      *>  status(8) reason(30) rejected-ts(14) resent-ts(14)
      *>  cleared-ts(14)) as QUEUED; once the cause is corrected
      *>  (the student id registered, the column reopened) the next
      *>  lmsexp carries the row and marks it RESENT, and the
      *>  acknowledgment that accepts it marks it CLEARED. A row
      *>  rejected again goes back to QUEUED with the new reason.
      *>  Candidates are as the extract carried them - masked, when
      *>  the extract was produced under a masking profile - and the
      *>  tenant is the one the extract selected.
      *>
      *>  The reconciliation report (batch/lms-recon-report.txt)
      *>  gives per cohort the rows exported against those accepted,
      *>  rejected and missing, then the outstanding exceptions: this
      *>  acknowledgment's rejected, missing and unexpected rows and
      *>  every register row from an earlier acknowledgment still
      *>  QUEUED or RESENT.
      *>
      *>  Usage: lmsack [ack-file]   (run from the repo root)
      *>  Return code 1 when any exported row is rejected or
      *>  missing, 2 when the acknowledgment cannot be matched.

       environment division.
       input-output section.
       file-control.
           select ack-file assign to dynamic ack-file-path
               organization line sequential
               file status ack-file-status.
           select export-file assign to dynamic export-file-path
               organization line sequential
               file status export-file-status.
           select requeue-file assign to dynamic requeue-file-path
               organization line sequential
               file status requeue-file-status.
           select recon-file assign to dynamic recon-file-path
               organization line sequential
               file status recon-file-status.

       data division.
       file section.
       fd  ack-file.
       01  ack-record.
           05 ack-cohort-in       pic x(10).
           05 filler              pic x(1).
           05 ack-candidate-in    pic x(20).
           05 filler              pic x(1).
           05 ack-kata-in         pic x(20).
           05 filler              pic x(1).
           05 ack-status-in       pic x(8).
           05 filler              pic x(1).
           05 ack-reason-in       pic x(30).
       fd  export-file.
       01  export-record.
           05 exp-cohort-in       pic x(10).
           05 filler              pic x(1).
           05 exp-candidate-in    pic x(20).
           05 filler              pic x(1).
           05 exp-kata-in         pic x(20).
           05 filler              pic x(28).
       fd  requeue-file.
       01  requeue-record         pic x(130).
       fd  recon-file.
       01  recon-record           pic x(132).

       working-storage section.
       01  ack-file-path      pic x(100) value spaces.
       01  ack-file-status    pic x(2) value spaces.
       01  ack-eof-switch     pic x value 'n'.
           88 ack-eof         value 'y'.
       01  export-file-path   pic x(100)
                               value 'batch/lms-export.txt'.
       01  export-file-status pic x(2) value spaces.
       01  export-eof-switch  pic x value 'n'.
           88 export-eof      value 'y'.
       01  requeue-file-path  pic x(100)
                               value 'batch/lms-requeue.txt'.
       01  requeue-file-status pic x(2) value spaces.
       01  requeue-eof-switch pic x value 'n'.
           88 requeue-eof     value 'y'.
       01  recon-file-path    pic x(100)
                               value 'batch/lms-recon-report.txt'.
       01  recon-file-status  pic x(2) value spaces.

       01  current-date-stamp pic x(21).
       01  export-ts          pic x(14) value spaces.
       01  ack-ts             pic x(14) value spaces.
       01  ack-trailer-switch pic x value 'n'.
           88 ack-trailer-read value 'y'.
       01  ack-trailer-rows   pic x(8) value spaces.
       01  ack-rows-read      pic 9(8) value 0.

      *>  The extract's rows, each with its verdict.
       01  xrow-max           pic 9(3) value 0.
       01  xrow-table.
           05 xrow-entry occurs 400 times.
              10 xrow-cohort     pic x(10).
              10 xrow-candidate  pic x(20).
              10 xrow-kata       pic x(20).
              10 xrow-verdict    pic x(8).
              10 xrow-reason     pic x(30).
       01  xrow-index         pic 9(3) value 0.
       01  xrow-found-switch  pic x value 'n'.
           88 xrow-found      value 'y'.

      *>  Acknowledgment rows that match nothing exported.
       01  unx-max            pic 9(3) value 0.
       01  unx-table.
           05 unx-entry occurs 100 times.
              10 unx-cohort      pic x(10).
              10 unx-candidate   pic x(20).
              10 unx-kata        pic x(20).
              10 unx-status      pic x(8).
       01  unx-index          pic 9(3) value 0.

      *>  The re-queue register held whole and rewritten once.
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
       01  rqr-found-switch   pic x value 'n'.
           88 rqr-found       value 'y'.
       01  queued-count       pic 9(4) value 0.
       01  cleared-count      pic 9(4) value 0.

      *>  Per-cohort counts for the report.
       01  rch-max            pic 9(2) value 0.
       01  rch-table.
           05 rch-entry occurs 50 times.
              10 rch-cohort      pic x(10).
              10 rch-exported    pic 9(4).
              10 rch-accepted    pic 9(4).
              10 rch-rejected    pic 9(4).
              10 rch-missing     pic 9(4).
       01  rch-index          pic 9(2) value 0.
       01  rch-found-switch   pic x value 'n'.
           88 rch-found       value 'y'.

       01  exported-total     pic 9(4) value 0.
       01  accepted-total     pic 9(4) value 0.
       01  rejected-total     pic 9(4) value 0.
       01  missing-total      pic 9(4) value 0.
       01  outstanding-total  pic 9(4) value 0.
       01  count-display      pic zzz9.
       01  report-line        pic x(132).

       procedure division.
           accept ack-file-path from command-line
           if ack-file-path = spaces
               move 'batch/lms-ack.txt' to ack-file-path
           end-if
           move function current-date to current-date-stamp
           perform load-export-rows
           if return-code not = 0
               goback
           end-if
           open input ack-file
           if ack-file-status not = '00'
               display '<LMSACK-ERROR::> cannot open '
                       function trim(ack-file-path)
               move 2 to return-code
               goback
           end-if
           perform read-next-ack-record until ack-eof
           close ack-file
           if ack-ts not = export-ts
               display '<LMSACK-ERROR::> '
                       function trim(ack-file-path)
                       ' acknowledges extract ' ack-ts
                       '; the extract on file is ' export-ts
                       ' - nothing matched'
               move 2 to return-code
               goback
           end-if
           if ack-trailer-read
               and ack-trailer-rows not = ack-rows-read
               display '<LMSACK-WARNING::> trailer counts '
                       ack-trailer-rows ' row(s), '
                       ack-rows-read ' read'
           end-if
           if not ack-trailer-read
               display '<LMSACK-WARNING::> acknowledgment has no'
                       ' LMSATR trailer; it may be cut short'
           end-if
           perform load-requeue-register
           perform settle-one-export-row
               varying xrow-index from 1 by 1
               until xrow-index > xrow-max
           perform rewrite-requeue-register
           perform write-recon-report
           display '<LMSACK::> ' exported-total ' exported, '
                   accepted-total ' accepted, ' rejected-total
                   ' rejected, ' missing-total ' missing, '
                   unx-max ' unexpected (see '
                   function trim(recon-file-path) ')'
           display '<LMSACK::> re-queue register: ' queued-count
                   ' queued, ' cleared-count ' cleared'
           if rejected-total > 0 or missing-total > 0
               move 1 to return-code
           end-if
           goback.

       load-export-rows.
           open input export-file
           if export-file-status not = '00'
               display '<LMSACK-ERROR::> cannot open '
                       function trim(export-file-path)
                       ' - no extract to reconcile against'
               move 2 to return-code
           else
               perform read-next-export-row until export-eof
               close export-file
           end-if
           .

       read-next-export-row.
           read export-file
               at end
                   set export-eof to true
               not at end
                   evaluate true
                       when export-record(1:6) = 'LMSHDR'
                           move export-record(7:14) to export-ts
                       when export-record(1:6) = 'LMSTRL'
                           continue
                       when xrow-max < 400
                           add 1 to xrow-max
                           move exp-cohort-in to xrow-cohort(xrow-max)
                           move exp-candidate-in
                               to xrow-candidate(xrow-max)
                           move exp-kata-in to xrow-kata(xrow-max)
                           move 'MISSING' to xrow-verdict(xrow-max)
                           move spaces to xrow-reason(xrow-max)
                       when other
                           display '<LMSACK-ERROR::> extract exceeds'
                                   ' 400 rows; raise the table size'
                           move 2 to return-code
                           set export-eof to true
                   end-evaluate
           end-read
           .

       read-next-ack-record.
           read ack-file
               at end
                   set ack-eof to true
               not at end
                   evaluate true
                       when ack-record(1:6) = 'LMSACK'
                           move ack-record(7:14) to ack-ts
                       when ack-record(1:6) = 'LMSATR'
                           set ack-trailer-read to true
                           move ack-record(7:8) to ack-trailer-rows
                       when ack-record = spaces
                           continue
                       when other
                           add 1 to ack-rows-read
                           perform match-ack-row
                   end-evaluate
           end-read
           .

       match-ack-row.
           move 'n' to xrow-found-switch
           perform varying xrow-index from 1 by 1
                   until xrow-index > xrow-max or xrow-found
               if xrow-candidate(xrow-index) = ack-candidate-in
                   and xrow-kata(xrow-index) = ack-kata-in
                   set xrow-found to true
               end-if
           end-perform
           if xrow-found
               subtract 1 from xrow-index
           end-if
           evaluate true
               when xrow-found and ack-status-in = 'ACCEPTED'
                   move 'ACCEPTED' to xrow-verdict(xrow-index)
                   move spaces to xrow-reason(xrow-index)
               when xrow-found and ack-status-in = 'REJECTED'
                   move 'REJECTED' to xrow-verdict(xrow-index)
                   move ack-reason-in to xrow-reason(xrow-index)
               when xrow-found
                   display '<LMSACK-WARNING::> status "'
                           ack-status-in '" for '
                           function trim(ack-candidate-in) ' '
                           function trim(ack-kata-in)
                           ' is not ACCEPTED/REJECTED; row left'
                           ' MISSING'
               when unx-max < 100
                   add 1 to unx-max
                   move ack-cohort-in to unx-cohort(unx-max)
                   move ack-candidate-in to unx-candidate(unx-max)
                   move ack-kata-in to unx-kata(unx-max)
                   move ack-status-in to unx-status(unx-max)
               when other
                   display '<LMSACK-WARNING::> more than 100'
                           ' unexpected rows; '
                           function trim(ack-candidate-in)
                           ' not listed'
           end-evaluate
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
                   else
                       display '<LMSACK-ERROR::> re-queue register'
                               ' exceeds 1000 rows; raise the table'
                               ' size'
                       move 2 to return-code
                       set requeue-eof to true
                   end-if
           end-read
           .

      *>  The row's verdict into the cohort counts and the re-queue
      *>  register.
       settle-one-export-row.
           perform find-report-cohort
           add 1 to rch-exported(rch-index) exported-total
           perform find-requeue-row
           evaluate xrow-verdict(xrow-index)
               when 'ACCEPTED'
                   add 1 to rch-accepted(rch-index) accepted-total
                   if rqr-found
                       and rqr-status(rqr-index) not = 'CLEARED'
                       move 'CLEARED' to rqr-status(rqr-index)
                       move ack-ts to rqr-cleared-ts(rqr-index)
                       add 1 to cleared-count
                   end-if
               when 'REJECTED'
                   add 1 to rch-rejected(rch-index) rejected-total
                   perform queue-rejected-row
               when other
                   add 1 to rch-missing(rch-index) missing-total
           end-evaluate
           .

       find-report-cohort.
           move 'n' to rch-found-switch
           perform varying rch-index from 1 by 1
                   until rch-index > rch-max or rch-found
               if rch-cohort(rch-index) = xrow-cohort(xrow-index)
                   set rch-found to true
               end-if
           end-perform
           if rch-found
               subtract 1 from rch-index
           else
               if rch-max < 50
                   add 1 to rch-max
               end-if
               move rch-max to rch-index
               move xrow-cohort(xrow-index) to rch-cohort(rch-index)
               move 0 to rch-exported(rch-index)
                         rch-accepted(rch-index)
                         rch-rejected(rch-index)
                         rch-missing(rch-index)
           end-if
           .

      *>  the register row for this candidate/kata that is still
      *>  open, else its most recent one.
       find-requeue-row.
           move 'n' to rqr-found-switch
           perform varying rqr-index from rqr-max by -1
                   until rqr-index < 1 or rqr-found
               if rqr-candidate(rqr-index) = xrow-candidate(xrow-index)
                   and rqr-kata(rqr-index) = xrow-kata(xrow-index)
                   set rqr-found to true
               end-if
           end-perform
           if rqr-found
               add 1 to rqr-index
           end-if
           .

       queue-rejected-row.
           if rqr-found and rqr-status(rqr-index) not = 'CLEARED'
               continue
           else
               if rqr-max < 1000
                   add 1 to rqr-max
                   move rqr-max to rqr-index
                   move spaces to rqr-line(rqr-index)
                   move xrow-candidate(xrow-index)
                       to rqr-candidate(rqr-index)
                   move xrow-kata(xrow-index) to rqr-kata(rqr-index)
               else
                   display '<LMSACK-ERROR::> re-queue register full; '
                           function trim(xrow-candidate(xrow-index))
                           ' ' function trim(xrow-kata(xrow-index))
                           ' not queued'
                   move 2 to return-code
               end-if
           end-if
           if rqr-index > 0 and rqr-index <= rqr-max
               move xrow-cohort(xrow-index) to rqr-cohort(rqr-index)
               move 'QUEUED' to rqr-status(rqr-index)
               move xrow-reason(xrow-index) to rqr-reason(rqr-index)
               move ack-ts to rqr-rejected-ts(rqr-index)
               move spaces to rqr-resent-ts(rqr-index)
                              rqr-cleared-ts(rqr-index)
               add 1 to queued-count
           end-if
           .

       rewrite-requeue-register.
           open output requeue-file
           if requeue-file-status not = '00'
               display '<LMSACK-ERROR::> cannot rewrite '
                       function trim(requeue-file-path)
               move 2 to return-code
               goback
           end-if
           perform varying rqr-index from 1 by 1
                   until rqr-index > rqr-max
               write requeue-record from rqr-line(rqr-index)
           end-perform
           close requeue-file
           .

       write-recon-report.
           open output recon-file
           move 'LMS GRADEBOOK RECONCILIATION' to recon-record
           write recon-record
           move spaces to report-line
           string 'extract ' export-ts ', acknowledgment '
                  function trim(ack-file-path) ', reconciled '
                  current-date-stamp(1:4) '-'
                  current-date-stamp(5:2) '-' current-date-stamp(7:2)
                  ' ' current-date-stamp(9:2) ':'
                  current-date-stamp(11:2)
               delimited by size into report-line
           write recon-record from report-line
           move all '-' to recon-record
           write recon-record
           move spaces to report-line
           move 'COHORT' to report-line(1:10)
           move 'EXPORTED' to report-line(13:8)
           move 'ACCEPTED' to report-line(23:8)
           move 'REJECTED' to report-line(33:8)
           move 'MISSING' to report-line(43:8)
           write recon-record from report-line
           perform write-one-cohort-line
               varying rch-index from 1 by 1
               until rch-index > rch-max
           move spaces to report-line
           move 'TOTAL' to report-line(1:10)
           move exported-total to count-display
           move count-display to report-line(17:4)
           move accepted-total to count-display
           move count-display to report-line(27:4)
           move rejected-total to count-display
           move count-display to report-line(37:4)
           move missing-total to count-display
           move count-display to report-line(47:4)
           write recon-record from report-line
           move all '-' to recon-record
           write recon-record
           move 'OUTSTANDING EXCEPTIONS' to recon-record
           write recon-record
           move spaces to report-line
           move 'EXCEPTION' to report-line(1:10)
           move 'COHORT' to report-line(12:10)
           move 'CANDIDATE' to report-line(23:20)
           move 'KATA' to report-line(44:20)
           move 'REASON / SINCE' to report-line(65:30)
           write recon-record from report-line
           perform write-one-exception-line
               varying xrow-index from 1 by 1
               until xrow-index > xrow-max
           perform write-one-unexpected-line
               varying unx-index from 1 by 1
               until unx-index > unx-max
           perform write-one-carried-line
               varying rqr-index from 1 by 1
               until rqr-index > rqr-max
           move all '-' to recon-record
           write recon-record
           move spaces to report-line
           move outstanding-total to count-display
           string function trim(count-display)
                  ' outstanding exception(s); re-queue register '
                  function trim(requeue-file-path)
               delimited by size into report-line
           write recon-record from report-line
           close recon-file
           .

       write-one-cohort-line.
           move spaces to report-line
           move rch-cohort(rch-index) to report-line(1:10)
           move rch-exported(rch-index) to count-display
           move count-display to report-line(17:4)
           move rch-accepted(rch-index) to count-display
           move count-display to report-line(27:4)
           move rch-rejected(rch-index) to count-display
           move count-display to report-line(37:4)
           move rch-missing(rch-index) to count-display
           move count-display to report-line(47:4)
           write recon-record from report-line
           .

       write-one-exception-line.
           if xrow-verdict(xrow-index) not = 'ACCEPTED'
               move spaces to report-line
               move xrow-verdict(xrow-index) to report-line(1:10)
               move xrow-cohort(xrow-index) to report-line(12:10)
               move xrow-candidate(xrow-index) to report-line(23:20)
               move xrow-kata(xrow-index) to report-line(44:20)
               if xrow-verdict(xrow-index) = 'REJECTED'
                   move xrow-reason(xrow-index) to report-line(65:30)
               else
                   move 'no acknowledgment row' to report-line(65:30)
               end-if
               write recon-record from report-line
               add 1 to outstanding-total
           end-if
           .

       write-one-unexpected-line.
           move spaces to report-line
           move 'UNEXPECTED' to report-line(1:10)
           move unx-cohort(unx-index) to report-line(12:10)
           move unx-candidate(unx-index) to report-line(23:20)
           move unx-kata(unx-index) to report-line(44:20)
           string function trim(unx-status(unx-index))
                  ' - not on the extract'
               delimited by size into report-line(65:30)
           write recon-record from report-line
           add 1 to outstanding-total
           .

      *>  register rows from earlier acknowledgments that this one
      *>  has not settled.
       write-one-carried-line.
           if (rqr-status(rqr-index) = 'QUEUED'
                   or rqr-status(rqr-index) = 'RESENT')
                   and rqr-rejected-ts(rqr-index) not = ack-ts
               move spaces to report-line
               move rqr-status(rqr-index) to report-line(1:10)
               move rqr-cohort(rqr-index) to report-line(12:10)
               move rqr-candidate(rqr-index) to report-line(23:20)
               move rqr-kata(rqr-index) to report-line(44:20)
               string function trim(rqr-reason(rqr-index))
                      ' (rejected ' rqr-rejected-ts(rqr-index)(1:8)
                      ')'
                   delimited by size into report-line(65:60)
               write recon-record from report-line
               add 1 to outstanding-total
           end-if
           .

       end program lmsack.
