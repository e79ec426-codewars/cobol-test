       program-id. voidmnt.

      *>  Run voiding. Sometimes a whole night's grading is bad
      *>  for reasons that are not the candidate's fault - a runner
      *>  with a full disk, a compiler upgrade that broke the
      *>  harness - and per-candidate adjmnt entries were the only
      *>  tool. This voids a run, or a runner/kata slice of one, with
      *>  a reason code, from a transaction deck
      *>  (batch/void-maint-input.txt, fixed-width):
      *>
      *>    action(8) void-id(12) run-id(20) runner(20) kata(20)
      *>    reason(8) requested-by(20)
      *>
      *>    VOID      void every detail of the audit run block
      *>              run-id (the *HDR* record's run id, e.g.
      *>              run-20261014020000), narrowed to one runner
      *>              and/or one kata when those columns are given
      *>
      *>  Nothing already on file is rewritten in place except the
      *>  case-results outcomes; every other store gets a reversal
      *>  entry posted after the original, the way the journal-style
      *>  files here have always been corrected:
      *>
      *>    audit trail     a run block (run id void-<void-id>) of
      *>                    reversal details - each voided detail
      *>                    repeated with VOID in aud-origin-in - with
      *>                    its own balancing *TRL*
      *>    void register   one record per voided detail
      *>                    (src/tvoiddata.cpy) - the key candscore,
      *>                    lmsexp, transcr and perclose exclude by
      *>    case results    every case outcome filed under the voided
      *>                    run for a voided candidate/kata - or the
      *>                    team, for a team run's details - reads
      *>                    VOIDED (caseqry and flakyrpt skip it)
      *>    usage ledger    a contra record (VOID in column 75, the
      *>                    void id after it) for each of the voided
      *>                    pairs' usage records the run metered, so
      *>                    chargeb stops billing the candidate for a
      *>                    night that was not theirs
      *>    quality scores  likewise, VOID in column 58 - qualtrnd
      *>                    backs the score out of its averages
      *>
      *>  A detail already voided is never voided twice, so a
      *>  second void of the same run only picks up what the first
      *>  slice left. A blank reason code or requester is rejected,
      *>  as is a void id already in the register.
      *>
      *>  Usage: voidmnt   (run from the repo root)
      *>  Return code 1 when any transaction was rejected.
      *>  batch/void-register-report.cbl (voidrpt) lists the
      *>  register.

       environment division.
       input-output section.
       file-control.
           copy taudfc.
           copy tvoidfc.
           copy tcrsfc.
           select maint-input-file assign to dynamic maint-input-path
               organization line sequential
               file status maint-input-status.
           select usage-file assign to dynamic usage-file-path
               organization line sequential
               file status usage-file-status.
           select scores-file assign to dynamic scores-file-path
               organization line sequential
               file status scores-file-status.

       data division.
       file section.
           copy taudfd.
           copy tvoidfd.
           copy tcrsfd.
       fd  maint-input-file.
       01  maint-input-record.
           05 mnt-action-in       pic x(8).
           05 mnt-void-id-in      pic x(12).
           05 mnt-run-id-in       pic x(20).
           05 mnt-runner-in       pic x(20).
           05 mnt-kata-in         pic x(20).
           05 mnt-reason-in       pic x(8).
           05 mnt-requested-by-in pic x(20).
       fd  usage-file.
       01  usage-record.
           05 use-candidate-in  pic x(20).
           05 use-kata-in       pic x(20).
           05 use-timestamp-in  pic x(14).
           05 use-amounts-in    pic x(20).
           05 use-reversal-in   pic x(8).
           05 use-void-id-in    pic x(12).
           05 use-tenant-in     pic x(8).
       fd  scores-file.
       01  scores-record.
           05 qsc-candidate-in pic x(20).
           05 qsc-kata-in      pic x(20).
           05 qsc-timestamp-in pic x(14).
           05 qsc-score-in     pic x(3).
           05 qsc-reversal-in  pic x(8).
           05 qsc-void-id-in   pic x(12).

       working-storage section.
           copy tauddata.
           copy tvoiddata.
           copy tcrsdata.
       01  maint-input-path   pic x(100)
                               value 'batch/void-maint-input.txt'.
       01  maint-input-status pic x(2) value spaces.
       01  maint-eof-switch   pic x value 'n'.
           88 maint-eof       value 'y'.
       01  usage-file-path    pic x(100)
                               value 'batch/usage-ledger.txt'.
       01  usage-file-status  pic x(2) value spaces.
       01  usage-eof-switch   pic x value 'n'.
           88 usage-eof       value 'y'.
       01  scores-file-path   pic x(100)
                               value 'batch/quality-scores.txt'.
       01  scores-file-status pic x(2) value spaces.
       01  scores-eof-switch  pic x value 'n'.
           88 scores-eof      value 'y'.
       01  maint-error-count  pic 9(4) value 0.
       01  maint-applied-count pic 9(4) value 0.
       01  current-date-stamp pic x(21).
       01  void-run-id        pic x(20).
       01  void-id-used-switch pic x value 'n'.
           88 void-id-used    value 'y'.

      *>  The run block being voided and the window its metered
      *>  usage and quality scores were stamped in: from the block's
      *>  *HDR* to the next nightly run's *HDR* (the usage ledger is
      *>  collected after the trailer is written).
       01  target-found-switch pic x value 'n'.
           88 target-found    value 'y'.
       01  in-target-switch   pic x value 'n'.
           88 in-target       value 'y'.
       01  target-seen-switch pic x value 'n'.
           88 target-seen     value 'y'.
       01  window-start       pic x(14) value spaces.
       01  window-end         pic x(14) value spaces.

      *>  Details selected for this void.
       01  sel-max            pic 9(4) value 0.
       01  sel-table.
           05 sel-record occurs 1000 times pic x(178).
       01  sel-index          pic 9(4) value 0.
       01  sel-pass           pic 9(6) value 0.
       01  sel-fail           pic 9(6) value 0.
       01  sel-pass-total     pic 9(6) value 0.
       01  sel-fail-total     pic 9(6) value 0.
       01  sel-count-display  pic 9(8) value 0.
       01  pair-match-switch  pic x value 'n'.
           88 pair-matched    value 'y'.

      *>  Ledger records (usage or quality) the void reverses, and
      *>  the reversals already posted for the same key by an
      *>  earlier void - matched one for one, so an original is
      *>  never reversed twice.
       01  rev-max            pic 9(4) value 0.
       01  rev-table.
           05 rev-entry occurs 1000 times.
              10 rev-key      pic x(54).
              10 rev-body     pic x(74).
              10 rev-tenant   pic x(8).
       01  rev-index          pic 9(4) value 0.
       01  prior-max          pic 9(4) value 0.
       01  prior-table.
           05 prior-key occurs 1000 times pic x(54).
       01  prior-index        pic 9(4) value 0.
       01  prior-found-switch pic x value 'n'.
           88 prior-found     value 'y'.
       01  usage-reversed     pic 9(6) value 0.
       01  scores-reversed    pic 9(6) value 0.
       01  cases-voided       pic 9(6) value 0.
       01  case-scan-switch   pic x value 'n'.
           88 case-scan-done  value 'y'.
      *>  whose case results are scanned: the candidate, and for a
      *>  team run the team the nightly filed them under
       01  case-owner         pic x(20) value spaces.

       procedure division.
           move function current-date to current-date-stamp
           perform load-void-register
           open input maint-input-file
           if maint-input-status not = '00'
               display '<VOIDMNT-ERROR::> cannot open '
                       function trim(maint-input-path)
               move 1 to return-code
               goback
           end-if
           perform read-next-maint-record until maint-eof
           close maint-input-file
           display '<VOIDMNT::> posted ' maint-applied-count
                   ' void(s), ' maint-error-count ' error(s)'
           if maint-error-count > 0
               move 1 to return-code
           end-if
           goback.

       read-next-maint-record.
           read maint-input-file
               at end set maint-eof to true
               not at end perform apply-maint-record
           end-read
           .

       apply-maint-record.
           if mnt-action-in not = 'VOID    '
               display '<VOIDMNT-ERROR::> unknown action '
                       mnt-action-in ' for ' mnt-void-id-in
               add 1 to maint-error-count
           else
               perform validate-void
           end-if
           .

       validate-void.
           if mnt-void-id-in = spaces
               display '<VOIDMNT-ERROR::> void id is required'
               add 1 to maint-error-count
           else
           if mnt-run-id-in = spaces
               display '<VOIDMNT-ERROR::> ' mnt-void-id-in
                       ' names no run id'
               add 1 to maint-error-count
           else
           if mnt-reason-in = spaces
               display '<VOIDMNT-ERROR::> ' mnt-void-id-in
                       ' void has no reason code'
               add 1 to maint-error-count
           else
           if mnt-requested-by-in = spaces
               display '<VOIDMNT-ERROR::> ' mnt-void-id-in
                       ' void has no requester'
               add 1 to maint-error-count
           else
               perform check-void-id-unused
               if void-id-used
                   display '<VOIDMNT-ERROR::> void id '
                           function trim(mnt-void-id-in)
                           ' is already in the register'
                   add 1 to maint-error-count
               else
                   perform select-voided-details
                   perform post-or-reject-void
               end-if
           end-if
           end-if
           end-if
           end-if
           .

       check-void-id-unused.
           move 'n' to void-id-used-switch
           move 'n' to void-register-eof-switch
           open input void-register-file
           if void-register-status = '00'
               perform read-void-id-record
                   until void-register-eof or void-id-used
               close void-register-file
           end-if
           .

       read-void-id-record.
           read void-register-file
               at end
                   set void-register-eof to true
               not at end
                   if vrg-void-id-in = mnt-void-id-in
                       set void-id-used to true
                   end-if
           end-read
           .

       post-or-reject-void.
           if not target-found
               display '<VOIDMNT-ERROR::> ' mnt-void-id-in
                       ' no run block ' function trim(mnt-run-id-in)
                       ' on the audit trail'
               add 1 to maint-error-count
           else
           if sel-max = 0
               display '<VOIDMNT-ERROR::> ' mnt-void-id-in
                       ' nothing left to void in '
                       function trim(mnt-run-id-in)
                       ' for that runner/kata'
               add 1 to maint-error-count
           else
               perform post-audit-reversals
               perform post-register-entries
               perform void-case-results
               perform reverse-usage-ledger
               perform reverse-quality-scores
               move sel-max to sel-count-display
               display '<VOIDMNT::> ' mnt-void-id-in ' '
                       function trim(mnt-run-id-in) ' '
                       sel-count-display ' detail(s) voided, '
                       cases-voided ' case result(s), '
                       usage-reversed ' usage and '
                       scores-reversed ' quality record(s)'
                       ' reversed; reason ' mnt-reason-in
                       ' by ' function trim(mnt-requested-by-in)
               add 1 to maint-applied-count
           end-if
           end-if
           .

      *>  ---- selection: one pass over the trail ----
       select-voided-details.
           move 0 to sel-max
           move 'n' to target-found-switch
           move 'n' to in-target-switch
           move 'n' to target-seen-switch
           move spaces to window-start window-end
           move 'n' to audit-eof-switch
           open input audit-file
           if audit-file-status = '00'
               perform read-next-trail-record until audit-eof
               close audit-file
           end-if
           .

       read-next-trail-record.
           read audit-file
               at end
                   set audit-eof to true
               not at end
                   evaluate aud-candidate-id-in(1:5)
                       when '*CFW*'
                           continue
                       when '*PCL*'
                       when '*SAR*'
                           continue
                       when '*HDR*'
                           perform note-run-block-header
                       when '*TRL*'
                           move 'n' to in-target-switch
                       when other
                           if in-target
                               perform consider-trail-detail
                           end-if
                   end-evaluate
           end-read
           .

       note-run-block-header.
           move 'n' to in-target-switch
           if target-seen and window-end = spaces
               and aud-kata-name-in(1:4) = 'run-'
               move aud-timestamp-in to window-end
           end-if
           if aud-kata-name-in = mnt-run-id-in
               set target-found to true
               set target-seen to true
               set in-target to true
               move aud-timestamp-in to window-start
           end-if
           .

       consider-trail-detail.
           if aud-origin-in = 'VOID'
               continue
           else
           if mnt-runner-in not = spaces
               and aud-runner-in not = mnt-runner-in
               continue
           else
           if mnt-kata-in not = spaces
               and aud-kata-name-in not = mnt-kata-in
               continue
           else
               move aud-candidate-id-in to void-lookup-candidate
               move aud-kata-name-in to void-lookup-kata
               move aud-timestamp-in to void-lookup-timestamp
               perform check-detail-voided
               if not detail-voided
                   if sel-max < 1000
                       add 1 to sel-max
                       move audit-record to sel-record(sel-max)
                   else
                       display '<VOIDMNT-WARNING::> more than 1000'
                               ' details in ' mnt-run-id-in
                               '; void the rest with another slice'
                   end-if
               end-if
           end-if
           end-if
           end-if
           .

      *>  ---- audit trail: the reversal block ----
       post-audit-reversals.
           move spaces to void-run-id
           string 'void-' mnt-void-id-in
               delimited by space into void-run-id
           move 0 to sel-pass-total sel-fail-total
           open extend audit-file
           move spaces to audit-record
           move '*HDR*' to aud-candidate-id-in
           move void-run-id to aud-kata-name-in
           move current-date-stamp(1:14) to aud-timestamp-in
           write audit-record
           perform write-reversal-detail
               varying sel-index from 1 by 1
               until sel-index > sel-max
           move spaces to audit-record
           move '*TRL*' to aud-candidate-id-in
           move void-run-id to aud-kata-name-in
           move current-date-stamp(1:14) to aud-timestamp-in
           move sel-max to sel-count-display
           move sel-count-display to aud-seed-in
           move sel-pass-total to aud-pass-count-in
           move sel-fail-total to aud-fail-count-in
           write audit-record
           close audit-file
           .

      *>  the trailer sums the reversal details' numeric counts,
      *>  as every block trailer does
       write-reversal-detail.
           move sel-record(sel-index) to audit-record
           move 'VOID' to aud-origin-in
           write audit-record
           if function test-numval(aud-pass-count-in) = 0
               compute sel-pass = function numval(aud-pass-count-in)
               add sel-pass to sel-pass-total
           end-if
           if function test-numval(aud-fail-count-in) = 0
               compute sel-fail = function numval(aud-fail-count-in)
               add sel-fail to sel-fail-total
           end-if
           .

      *>  ---- void register ----
       post-register-entries.
           open extend void-register-file
           if void-register-status not = '00'
               open output void-register-file
           end-if
           perform write-register-entry
               varying sel-index from 1 by 1
               until sel-index > sel-max
           close void-register-file
           .

       write-register-entry.
           move sel-record(sel-index) to audit-record
           move spaces to void-register-record
           move mnt-void-id-in to vrg-void-id-in
           move mnt-run-id-in to vrg-run-id-in
           move aud-candidate-id-in to vrg-candidate-in
           move aud-kata-name-in to vrg-kata-in
           move aud-timestamp-in to vrg-timestamp-in
           move mnt-reason-in to vrg-reason-in
           move mnt-requested-by-in to vrg-voided-by-in
           move current-date-stamp(1:14) to vrg-voided-in
           move aud-runner-in to vrg-runner-in
           write void-register-record
      *>  later transactions in the same deck see it voided
           if void-key-max < 9999
               add 1 to void-key-max
               move aud-candidate-id-in to vk-candidate(void-key-max)
               move aud-kata-name-in to vk-kata(void-key-max)
               move aud-timestamp-in to vk-timestamp(void-key-max)
           else
               set void-register-overflow to true
           end-if
           .

      *>  ---- case results: outcomes filed under the run ----
       void-case-results.
           move 0 to cases-voided
           open i-o case-results-file
           if case-results-status = '00'
               perform void-pair-case-results
                   varying sel-index from 1 by 1
                   until sel-index > sel-max
               close case-results-file
           end-if
           .

       void-pair-case-results.
           move sel-record(sel-index) to audit-record
           move aud-candidate-id-in to case-owner
           perform void-owner-case-results
           if aud-team-id-in not = spaces
               move aud-team-id-in to case-owner
               perform void-owner-case-results
           end-if
           .

       void-owner-case-results.
           move spaces to case-results-record
           move case-owner to crs-candidate
           move aud-kata-name-in to crs-kata
           move low-values to crs-case-id crs-run-id
           move 'n' to case-scan-switch
           start case-results-file key >= crs-key
               invalid key
                   set case-scan-done to true
           end-start
           perform void-next-case-result until case-scan-done
           .

       void-next-case-result.
           read case-results-file next
               at end
                   set case-scan-done to true
           end-read
           if not case-scan-done
               if crs-candidate not = case-owner
                   or crs-kata not = aud-kata-name-in
                   set case-scan-done to true
               else
                   if crs-run-id = window-start
                       and crs-outcome not = 'VOIDED'
                       move 'VOIDED' to crs-outcome
                       rewrite case-results-record
                       add 1 to cases-voided
                   end-if
               end-if
           end-if
           .

      *>  ---- usage ledger: contra records ----
       reverse-usage-ledger.
           move 0 to usage-reversed rev-max prior-max
           move 'n' to usage-eof-switch
           open input usage-file
           if usage-file-status = '00'
               perform read-next-usage-record until usage-eof
               close usage-file
               if rev-max > 0
                   open extend usage-file
                   perform write-usage-reversal
                       varying rev-index from 1 by 1
                       until rev-index > rev-max
                   close usage-file
               end-if
           end-if
           .

       read-next-usage-record.
           read usage-file
               at end
                   set usage-eof to true
               not at end
                   if use-reversal-in = 'VOID'
                       if prior-max < 1000
                           add 1 to prior-max
                           move usage-record(1:54)
                               to prior-key(prior-max)
                       end-if
                   else
                       if use-timestamp-in >= window-start
                           and (window-end = spaces
                               or use-timestamp-in < window-end)
                           move use-candidate-in
                               to void-lookup-candidate
                           move use-kata-in to void-lookup-kata
                           perform check-selected-pair
                           if pair-matched and rev-max < 1000
                               add 1 to rev-max
                               move usage-record(1:54)
                                   to rev-key(rev-max)
                               move usage-record(1:74)
                                   to rev-body(rev-max)
                               move use-tenant-in
                                   to rev-tenant(rev-max)
                           end-if
                       end-if
                   end-if
           end-read
           .

       write-usage-reversal.
           perform consume-prior-reversal
           if not prior-found
               move spaces to usage-record
               move rev-body(rev-index) to usage-record(1:74)
               move 'VOID' to use-reversal-in
               move mnt-void-id-in to use-void-id-in
               move rev-tenant(rev-index) to use-tenant-in
               write usage-record
               add 1 to usage-reversed
           end-if
           .

      *>  ---- quality scores: contra records ----
       reverse-quality-scores.
           move 0 to scores-reversed rev-max prior-max
           move 'n' to scores-eof-switch
           open input scores-file
           if scores-file-status = '00'
               perform read-next-score-record until scores-eof
               close scores-file
               if rev-max > 0
                   open extend scores-file
                   perform write-score-reversal
                       varying rev-index from 1 by 1
                       until rev-index > rev-max
                   close scores-file
               end-if
           end-if
           .

       read-next-score-record.
           read scores-file
               at end
                   set scores-eof to true
               not at end
                   if qsc-reversal-in = 'VOID'
                       if prior-max < 1000
                           add 1 to prior-max
                           move scores-record(1:54)
                               to prior-key(prior-max)
                       end-if
                   else
                       if qsc-timestamp-in >= window-start
                           and (window-end = spaces
                               or qsc-timestamp-in < window-end)
                           move qsc-candidate-in
                               to void-lookup-candidate
                           move qsc-kata-in to void-lookup-kata
                           perform check-selected-pair
                           if pair-matched and rev-max < 1000
                               add 1 to rev-max
                               move scores-record(1:54)
                                   to rev-key(rev-max)
                               move scores-record(1:57)
                                   to rev-body(rev-max)
                           end-if
                       end-if
                   end-if
           end-read
           .

       write-score-reversal.
           perform consume-prior-reversal
           if not prior-found
               move spaces to scores-record
               move rev-body(rev-index)(1:57) to scores-record(1:57)
               move 'VOID' to qsc-reversal-in
               move mnt-void-id-in to qsc-void-id-in
               write scores-record
               add 1 to scores-reversed
           end-if
           .

      *>  a ledger record belongs to the void when its candidate/
      *>  kata is one of the selected details'
       check-selected-pair.
           move 'n' to pair-match-switch
           move 1 to sel-index
           perform test before
               until sel-index > sel-max or pair-matched
               if sel-record(sel-index)(1:20) = void-lookup-candidate
                   and sel-record(sel-index)(21:20) = void-lookup-kata
                   set pair-matched to true
               else
                   add 1 to sel-index
               end-if
           end-perform
           .

      *>  an earlier void's reversal of the same record cancels
      *>  this one - each prior reversal is used up once
       consume-prior-reversal.
           move 'n' to prior-found-switch
           move 1 to prior-index
           perform test before
               until prior-index > prior-max or prior-found
               if prior-key(prior-index) = rev-key(rev-index)
                   set prior-found to true
                   move spaces to prior-key(prior-index)
               else
                   add 1 to prior-index
               end-if
           end-perform
           .

           copy tvoidhelp.

       end program voidmnt.
