       program-id. stsload.

      *>  Registrar status-change feed. Withdrawals, leaves of
      *>  absence and reinstatements used to arrive as an email the
      *>  operator turned into candmnt DEACT/REACT cards, and nothing
      *>  else heard about them: a withdrawn candidate's queued
      *>  submissions still graded, and a candidate back from leave
      *>  came back to a stack of late penalties. This loads the
      *>  registrar's fixed-width extract
      *>  (batch/status-change-extract.txt: can-id(20) action(8)
      *>  effective-date(8) expected-return(8) reason(30)) in one
      *>  pass, row by row in file order:
      *>
      *>    WITHDRAW  ACTIVE or ON-LEAVE -> WITHDRWN; the
      *>              candidate's PENDING and FROZEN queue rows
      *>              are CANCELED
      *>    LEAVE     ACTIVE -> ON-LEAVE, expected return date
      *>              required; PENDING queue rows are FROZEN (the
      *>              drain grades PENDING rows only)
      *>    REINST    ON-LEAVE or WITHDRWN -> ACTIVE, a sponsored
      *>              candidate taking a seat again
      *>              (src/tspndata.cpy); FROZEN queue rows go back
      *>              to PENDING
      *>
      *>  Each applied change is appended to the status-change
      *>  history (src/tstsdata.cpy), which latrpt reads to stop the
      *>  due-date clock over a leave. A team's queue rows are the
      *>  drain's to judge member by member (it freezes one with a
      *>  member on leave); a REINST releases the FROZEN rows of
      *>  every team the candidate is on, and the drain freezes one
      *>  again if another member is still away.
      *>  The reconciliation report the registrar gets back
      *>  (batch/status-change-recon.txt) lists every extract row
      *>  APPLIED or rejected with a reason code, with the status
      *>  before and after and the queue rows it moved:
      *>
      *>    NO-ID     candidate id blank
      *>    BAD-ACTN  action not WITHDRAW, LEAVE or REINST
      *>    BAD-DATE  effective date missing or not YYYYMMDD
      *>    RET-DATE  LEAVE without a return date after the
      *>              effective date
      *>    NOT-FND   candidate not on the master
      *>    NO-CHG    candidate already has that status
      *>    BAD-STAT  change not allowed from the current status
      *>              (a LEAVE for a candidate not ACTIVE, a
      *>              REINST for one INACTIVE)
      *>    SPN-UNKN / SPN-TERM / SPN-SEAT
      *>              REINST refused by the sponsor's contract, as
      *>              enrload codes them
      *>
      *>  Each applied change also goes on the master-change
      *>  history (src/tmchdata.cpy) with the candidate's record
      *>  before and after, operator BATCH.
      *>
      *>  Usage: stsload [extract-file]   (run from the repo root)
      *>  Return code 1 when anything was rejected - the rows that
      *>  applied still stand, as with enrload.

       environment division.
       input-output section.
       file-control.
           copy tcanfc.
           copy tspnfc.
           copy tstsfc.
           copy tteamfc.
           copy tmchfc.
           select extract-file assign to dynamic extract-file-path
               organization line sequential
               file status extract-file-status.
           select queue-file assign to dynamic queue-file-path
               organization line sequential
               file status queue-file-status.
           select recon-file assign to dynamic recon-file-path
               organization line sequential
               file status recon-file-status.

       data division.
       file section.
           copy tcanfd.
           copy tspnfd.
           copy tstsfd.
           copy tteamfd.
           copy tmchfd.
       fd  extract-file.
       01  extract-record.
           05 ext-id-in        pic x(20).
           05 ext-action-in    pic x(8).
           05 ext-effective-in pic x(8).
           05 ext-return-in    pic x(8).
           05 ext-reason-in    pic x(30).
       fd  queue-file.
       01  queue-record       pic x(250).
       fd  recon-file.
       01  recon-record       pic x(132).

       working-storage section.
           copy tcandata.
           copy tspndata.
           copy tstsdata.
           copy tteamdata.
           copy tmchdata.
       01  extract-file-path  pic x(100)
                               value 'batch/status-change-extract.txt'.
       01  extract-file-status pic x(2) value spaces.
       01  extract-eof-switch pic x value 'n'.
           88 extract-eof     value 'y'.
       01  queue-file-path    pic x(100)
                               value 'batch/submissions-queue.txt'.
       01  queue-file-status  pic x(2) value spaces.
       01  queue-eof-switch   pic x value 'n'.
           88 queue-eof       value 'y'.
       01  queue-changed-switch pic x value 'n'.
           88 queue-changed   value 'y'.
       01  recon-file-path    pic x(100)
                               value 'batch/status-change-recon.txt'.
       01  recon-file-status  pic x(2) value spaces.

      *>  The extract, with each row's outcome for the
      *>  reconciliation report.
       01  ext-max            pic 9(3) value 0.
       01  ext-table.
           05 ext-entry occurs 300 times.
              10 ext-id        pic x(20).
              10 ext-action    pic x(8).
              10 ext-effective pic x(8).
              10 ext-return    pic x(8).
              10 ext-reason    pic x(30).
              10 ext-verdict   pic x(8).
              10 ext-before    pic x(8).
              10 ext-after     pic x(8).
              10 ext-frozen    pic 9(3).
              10 ext-canceled  pic 9(3).
              10 ext-released  pic 9(3).
       01  ext-index          pic 9(3) value 0.

      *>  The submissions queue held whole and rewritten once at
      *>  the end when any row moved.
       01  qrow-max           pic 9(4) value 0.
       01  qrow-table.
           05 qrow-entry occurs 3000 times.
              10 qrow-line    pic x(250).
              10 filler redefines qrow-line.
                 15 qrow-status    pic x(8).
                 15 qrow-candidate pic x(20).
                 15 filler         pic x(222).
       01  qrow-index         pic 9(4) value 0.

      *>  Team membership, for releasing a returning member's
      *>  team submissions.
       01  tmb-max            pic 9(3) value 0.
       01  tmb-table.
           05 tmb-entry occurs 200 times.
              10 tmb-team-id  pic x(20).
              10 tmb-member   pic x(20) occurs 4 times.
       01  tmb-index          pic 9(3) value 0.
       01  tmb-member-index   pic 9(1) value 0.
       01  team-row-switch    pic x value 'n'.
           88 team-row-of-candidate value 'y'.

       01  current-date-stamp pic x(21).
       01  today-date         pic x(8).
       01  new-status         pic x(8).
       01  applied-count      pic 9(4) value 0.
       01  rejected-count     pic 9(4) value 0.
       01  frozen-total       pic 9(4) value 0.
       01  canceled-total     pic 9(4) value 0.
       01  released-total     pic 9(4) value 0.
       01  count-display      pic zz9.
       01  report-line        pic x(132).

       procedure division.
           accept extract-file-path from command-line
           if extract-file-path = spaces
               move 'batch/status-change-extract.txt'
                   to extract-file-path
           end-if
           open input extract-file
           if extract-file-status not = '00'
               display '<STSLOAD-ERROR::> cannot open '
                       function trim(extract-file-path)
               move 2 to return-code
               goback
           end-if
           perform read-next-extract-row until extract-eof
           close extract-file
           if ext-max = 0
               display '<STSLOAD::> extract is empty; nothing to'
                       ' load'
               goback
           end-if
           move function current-date to current-date-stamp
           move current-date-stamp(1:8) to today-date
           perform load-sponsor-table
           open i-o candidate-file
           if candidate-file-status not = '00'
               display '<STSLOAD-ERROR::> cannot open '
                       function trim(candidate-file-path)
                       ' status ' candidate-file-status
               move 2 to return-code
               goback
           end-if
           perform count-next-sponsor-seat until candidate-eof
           perform load-queue-table
           perform load-team-table
           open extend status-change-file
           if status-change-file-status = '35'
               open output status-change-file
           end-if
           perform apply-one-row
               varying ext-index from 1 by 1
               until ext-index > ext-max
           close status-change-file
           close candidate-file
           if queue-changed
               perform rewrite-queue
           end-if
           perform write-recon-report
           display '<STSLOAD::> ' applied-count ' change(s)'
                   ' applied, ' rejected-count ' rejected (see '
                   function trim(recon-file-path) ')'
           if rejected-count > 0
               move 1 to return-code
           end-if
           goback.

       read-next-extract-row.
           read extract-file
               at end
                   set extract-eof to true
               not at end
                   if ext-max < 300
                       add 1 to ext-max
                       move ext-id-in to ext-id(ext-max)
                       move ext-action-in to ext-action(ext-max)
                       move ext-effective-in
                           to ext-effective(ext-max)
                       move ext-return-in to ext-return(ext-max)
                       move ext-reason-in to ext-reason(ext-max)
                       move spaces to ext-verdict(ext-max)
                                      ext-before(ext-max)
                                      ext-after(ext-max)
                       move 0 to ext-frozen(ext-max)
                                 ext-canceled(ext-max)
                                 ext-released(ext-max)
                   else
                       display '<STSLOAD-ERROR::> extract exceeds'
                               ' 300 rows; split the file'
                       move 2 to return-code
                   end-if
           end-read
           .

      *>  seats in use are the ACTIVE linked candidates, counted
      *>  the way enrload counts them.
       count-next-sponsor-seat.
           read candidate-file next
               at end
                   set candidate-eof to true
               not at end
                   if can-sponsor not = spaces
                       and can-status = 'ACTIVE  '
                       move can-sponsor to spn-lookup-id
                       perform look-up-sponsor
                       if spn-found
                           add 1 to spn-seats-used(spn-index)
                       end-if
                   end-if
           end-read
           .

       load-queue-table.
           open input queue-file
           if queue-file-status = '00'
               perform read-next-queue-row until queue-eof
               close queue-file
           end-if
           .

       read-next-queue-row.
           read queue-file
               at end
                   set queue-eof to true
               not at end
                   if qrow-max < 3000
                       add 1 to qrow-max
                       move queue-record to qrow-line(qrow-max)
                   else
                       display '<STSLOAD-ERROR::> queue exceeds'
                               ' 3000 rows; drain it first'
                       move 2 to return-code
                       close queue-file
                       close candidate-file
                       goback
                   end-if
           end-read
           .

       load-team-table.
           open input team-file
           if team-file-status = '00'
               perform read-next-team-row until team-eof
               close team-file
           end-if
           .

       read-next-team-row.
           read team-file
               at end
                   set team-eof to true
               not at end
                   if tem-id-in not = spaces and tmb-max < 200
                       add 1 to tmb-max
                       move tem-id-in to tmb-team-id(tmb-max)
                       perform varying tmb-member-index from 1 by 1
                               until tmb-member-index > 4
                           move tem-member-in(tmb-member-index)
                               to tmb-member(tmb-max
                                   tmb-member-index)
                       end-perform
                   end-if
           end-read
           .

       apply-one-row.
           perform validate-extract-row
           if ext-verdict(ext-index) = spaces
               move ext-id(ext-index) to can-id
               read candidate-file
                   invalid key
                       move 'NOT-FND' to ext-verdict(ext-index)
                   not invalid key
                       perform judge-status-change
               end-read
           end-if
           if ext-verdict(ext-index) = spaces
               perform apply-status-change
           else
               add 1 to rejected-count
               display '<STSLOAD-REJECT::> '
                       ext-verdict(ext-index) ' '
                       function trim(ext-id(ext-index)) ' '
                       ext-action(ext-index)
           end-if
           .

       validate-extract-row.
           evaluate true
               when ext-id(ext-index) = spaces
                   move 'NO-ID' to ext-verdict(ext-index)
               when ext-action(ext-index) not = 'WITHDRAW'
                       and ext-action(ext-index) not = 'LEAVE   '
                       and ext-action(ext-index) not = 'REINST  '
                   move 'BAD-ACTN' to ext-verdict(ext-index)
               when ext-effective(ext-index) is not numeric
                   move 'BAD-DATE' to ext-verdict(ext-index)
               when function test-date-yyyymmdd(
                       function numval(ext-effective(ext-index)))
                       not = 0
                   move 'BAD-DATE' to ext-verdict(ext-index)
               when ext-action(ext-index) = 'LEAVE   '
                       and (ext-return(ext-index) is not numeric
                       or ext-return(ext-index)
                           <= ext-effective(ext-index))
                   move 'RET-DATE' to ext-verdict(ext-index)
           end-evaluate
           .

      *>  the master record is in hand; decide the new status and
      *>  whether the change is allowed from the current one.
       judge-status-change.
           move can-status to ext-before(ext-index)
           evaluate ext-action(ext-index)
               when 'WITHDRAW'
                   move 'WITHDRWN' to new-status
               when 'LEAVE   '
                   move 'ON-LEAVE' to new-status
               when other
                   move 'ACTIVE  ' to new-status
           end-evaluate
           evaluate true
               when can-status = new-status
                   move 'NO-CHG' to ext-verdict(ext-index)
               when new-status = 'ON-LEAVE'
                       and can-status not = 'ACTIVE  '
                   move 'BAD-STAT' to ext-verdict(ext-index)
               when new-status = 'ACTIVE  '
                       and can-status not = 'ON-LEAVE'
                       and can-status not = 'WITHDRWN'
                   move 'BAD-STAT' to ext-verdict(ext-index)
               when new-status = 'ACTIVE  '
                       and can-sponsor not = spaces
                   perform check-sponsor-seat
           end-evaluate
           .

       check-sponsor-seat.
           move can-sponsor to spn-lookup-id
           move today-date to spn-lookup-date
           perform look-up-sponsor
           evaluate true
               when not spn-found
                   move 'SPN-UNKN' to ext-verdict(ext-index)
               when not spn-in-force
                   move 'SPN-TERM' to ext-verdict(ext-index)
               when spn-seats-used(spn-index)
                       >= spn-seats(spn-index)
                   move 'SPN-SEAT' to ext-verdict(ext-index)
           end-evaluate
           .

       apply-status-change.
           move candidate-record to mch-before
           move new-status to can-status
           rewrite candidate-record
               invalid key
                   move 'NOT-FND' to ext-verdict(ext-index)
                   add 1 to rejected-count
           end-rewrite
           if ext-verdict(ext-index) = spaces
               move 'APPLIED' to ext-verdict(ext-index)
               move new-status to ext-after(ext-index)
               add 1 to applied-count
               perform adjust-sponsor-seat
               perform write-status-change-history
               move 'STSLOAD' to mch-program
               move 'CAND' to mch-master
               move ext-action(ext-index) to mch-action
               move can-id to mch-key
               move candidate-record to mch-after
               perform write-master-change
               perform adjust-queue-row
                   varying qrow-index from 1 by 1
                   until qrow-index > qrow-max
               add ext-frozen(ext-index) to frozen-total
               add ext-canceled(ext-index) to canceled-total
               add ext-released(ext-index) to released-total
               display '<STSLOAD::> applied  ' candidate-record
           end-if
           .

      *>  only an ACTIVE candidate holds a seat: leaving ACTIVE
      *>  frees it, coming back to ACTIVE takes one.
       adjust-sponsor-seat.
           if can-sponsor not = spaces
               move can-sponsor to spn-lookup-id
               move today-date to spn-lookup-date
               perform look-up-sponsor
               if spn-found
                   if new-status = 'ACTIVE  '
                       add 1 to spn-seats-used(spn-index)
                   else
                       if ext-before(ext-index) = 'ACTIVE  '
                           and spn-seats-used(spn-index) > 0
                           subtract 1 from spn-seats-used(spn-index)
                       end-if
                   end-if
               end-if
           end-if
           .

       write-status-change-history.
           move spaces to status-change-record
           move ext-id(ext-index) to stc-candidate-in
           move ext-action(ext-index) to stc-action-in
           move ext-effective(ext-index) to stc-effective-in
           move ext-return(ext-index) to stc-return-in
           move ext-before(ext-index) to stc-previous-in
           move new-status to stc-status-in
           move current-date-stamp(1:14) to stc-applied-in
           move ext-reason(ext-index) to stc-reason-in
           write status-change-record
           .

       adjust-queue-row.
           if qrow-candidate(qrow-index) = ext-id(ext-index)
               evaluate true
                   when new-status = 'WITHDRWN'
                           and (qrow-status(qrow-index) = 'PENDING '
                           or qrow-status(qrow-index) = 'FROZEN  ')
                       move 'CANCELED' to qrow-status(qrow-index)
                       add 1 to ext-canceled(ext-index)
                       set queue-changed to true
                   when new-status = 'ON-LEAVE'
                           and qrow-status(qrow-index) = 'PENDING '
                       move 'FROZEN  ' to qrow-status(qrow-index)
                       add 1 to ext-frozen(ext-index)
                       set queue-changed to true
                   when new-status = 'ACTIVE  '
                           and qrow-status(qrow-index) = 'FROZEN  '
                       perform release-frozen-row
               end-evaluate
           else
               if new-status = 'ACTIVE  '
                   and qrow-status(qrow-index) = 'FROZEN  '
                   perform check-team-row
                   if team-row-of-candidate
                       perform release-frozen-row
                   end-if
               end-if
           end-if
           .

       release-frozen-row.
           move 'PENDING ' to qrow-status(qrow-index)
           add 1 to ext-released(ext-index)
           set queue-changed to true
           .

       check-team-row.
           move 'n' to team-row-switch
           perform varying tmb-index from 1 by 1
                   until tmb-index > tmb-max
               if tmb-team-id(tmb-index) = qrow-candidate(qrow-index)
                   perform varying tmb-member-index from 1 by 1
                           until tmb-member-index > 4
                       if tmb-member(tmb-index tmb-member-index)
                               = ext-id(ext-index)
                           set team-row-of-candidate to true
                       end-if
                   end-perform
               end-if
           end-perform
           .

       rewrite-queue.
           open output queue-file
           if queue-file-status not = '00'
               display '<STSLOAD-ERROR::> cannot rewrite '
                       function trim(queue-file-path)
                       ' status ' queue-file-status
               move 2 to return-code
           else
               perform varying qrow-index from 1 by 1
                       until qrow-index > qrow-max
                   write queue-record from qrow-line(qrow-index)
               end-perform
               close queue-file
           end-if
           .

       write-recon-report.
           open output recon-file
           move 'REGISTRAR STATUS-CHANGE RECONCILIATION'
               to recon-record
           write recon-record
           move spaces to report-line
           string 'extract ' function trim(extract-file-path)
                  ', loaded ' current-date-stamp(1:4) '-'
                  current-date-stamp(5:2) '-' current-date-stamp(7:2)
                  ' ' current-date-stamp(9:2) ':'
                  current-date-stamp(11:2)
               delimited by size into report-line
           write recon-record from report-line
           move all '-' to recon-record
           write recon-record
           move spaces to report-line
           move 'RESULT' to report-line(1:8)
           move 'CANDIDATE' to report-line(10:20)
           move 'ACTION' to report-line(31:8)
           move 'EFFECT' to report-line(40:8)
           move 'RETURN' to report-line(49:8)
           move 'BEFORE' to report-line(58:8)
           move 'AFTER' to report-line(67:8)
           move 'QUEUE ROWS' to report-line(76:10)
           write recon-record from report-line
           perform write-one-recon-line
               varying ext-index from 1 by 1
               until ext-index > ext-max
           move all '-' to recon-record
           write recon-record
           move spaces to report-line
           string 'applied ' applied-count '  rejected '
                  rejected-count
               delimited by size into report-line
           write recon-record from report-line
           move spaces to report-line
           string 'queue rows frozen ' frozen-total '  cancelled '
                  canceled-total '  released ' released-total
               delimited by size into report-line
           write recon-record from report-line
           close recon-file
           .

       write-one-recon-line.
           move spaces to report-line
           move ext-verdict(ext-index) to report-line(1:8)
           move ext-id(ext-index) to report-line(10:20)
           move ext-action(ext-index) to report-line(31:8)
           move ext-effective(ext-index) to report-line(40:8)
           move ext-return(ext-index) to report-line(49:8)
           move ext-before(ext-index) to report-line(58:8)
           move ext-after(ext-index) to report-line(67:8)
           evaluate true
               when ext-canceled(ext-index) > 0
                   move ext-canceled(ext-index) to count-display
                   string function trim(count-display) ' cancelled'
                       delimited by size into report-line(76:20)
               when ext-frozen(ext-index) > 0
                   move ext-frozen(ext-index) to count-display
                   string function trim(count-display) ' frozen'
                       delimited by size into report-line(76:20)
               when ext-released(ext-index) > 0
                   move ext-released(ext-index) to count-display
                   string function trim(count-display) ' released'
                       delimited by size into report-line(76:20)
           end-evaluate
           write recon-record from report-line
           .

           copy tspnhelp.
           copy tmchhelp.

       end program stsload.
