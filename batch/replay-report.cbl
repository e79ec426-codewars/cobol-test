       program-id. rplyrpt.

      *>  Grade verification report for a replay
      *>  (batch/replay-runs.sh). Reads the replay's rows out of
      *>  batch/replay-ledger.txt and lists, per audit detail, the
      *>  outcome the audit trail recorded beside the outcome the
      *>  rebuilt run produced, with the verdict and any drift that
      *>  kept the rebuild from being identical to the original run
      *>  (VERSION, COMPILER, NOMANIF). A MISMATCH with no drift is a
      *>  grade the system cannot reproduce from its own records -
      *>  the finding the integrity control exists to surface; a
      *>  MISMATCH with drift names the first thing to rule out.
      *>
      *>  Rows still PENDING (a replay stopped part-way), NOREV and
      *>  NOSOURCE rows are listed without a replayed outcome and
      *>  counted separately.
      *>
      *>  Usage: rplyrpt <replay-id>   (run from the repo root)
      *>  Output: batch/replay-report-<replay-id>.txt and a one-line
      *>  summary. Return code 1 when the ledger has no such replay,
      *>  2 when the ledger cannot be read.

       environment division.
       input-output section.
       file-control.
           select ledger-file assign to dynamic ledger-file-path
               organization line sequential
               file status ledger-file-status.
           select replay-report-file
               assign to dynamic replay-report-path
               organization line sequential
               file status replay-report-status.

       data division.
       file section.
       fd  ledger-file.
       01  ledger-record.
           05 led-replay          pic x(12).
           05 led-status          pic x(8).
           05 led-candidate       pic x(20).
           05 led-kata            pic x(20).
           05 led-orig-ts         pic x(14).
           05 led-version         pic x(4).
           05 led-rec-pass        pic x(6).
           05 led-rec-fail        pic x(6).
           05 led-seed            pic x(10).
           05 led-param           pic x(8).
           05 led-git-rev         pic x(12).
           05 led-run-id          pic x(20).
           05 led-new-pass        pic x(6).
           05 led-new-fail        pic x(6).
           05 led-drift           pic x(8).
           05 led-replayed        pic x(14).
      *>  the REPLAY control row: requested-by in the candidate
      *>  column, parameter file in the kata column, open timestamp
      *>  in orig-ts, sample size from column 75
       01  ledger-control-record.
           05 filler              pic x(20).
           05 ctl-requested-by    pic x(20).
           05 ctl-params          pic x(20).
           05 ctl-opened          pic x(14).
           05 ctl-sample          pic x(10).
       fd  replay-report-file.
       01  replay-report-record pic x(132).

       working-storage section.
       01  command-line-args     pic x(80).
       01  ledger-file-path      pic x(100)
                                  value 'batch/replay-ledger.txt'.
       01  ledger-file-status    pic x(2) value spaces.
       01  ledger-eof-switch     pic x value 'n'.
           88 ledger-eof         value 'y'.
       01  replay-report-path    pic x(100).
       01  replay-report-status  pic x(2) value spaces.
       01  replay-report-line    pic x(132).
       01  rp-replay             pic x(12).
       01  rp-found-switch       pic x value 'n'.
           88 rp-found           value 'y'.

       01  rp-selected           pic 9(5) value 0.
       01  rp-match              pic 9(5) value 0.
       01  rp-mismatch           pic 9(5) value 0.
       01  rp-drift              pic 9(5) value 0.
       01  rp-pending            pic 9(5) value 0.
       01  rp-norev              pic 9(5) value 0.
       01  rp-nosource           pic 9(5) value 0.

       01  rp-detail-line.
           05 rpd-candidate      pic x(20).
           05 filler             pic x value space.
           05 rpd-kata           pic x(20).
           05 filler             pic x value space.
           05 rpd-orig-ts        pic x(14).
           05 filler             pic x value space.
           05 rpd-version        pic x(4).
           05 filler             pic x value space.
           05 rpd-git-rev        pic x(12).
           05 filler             pic x value space.
           05 rpd-rec-pass       pic x(6).
           05 filler             pic x value space.
           05 rpd-rec-fail       pic x(6).
           05 filler             pic x(2) value spaces.
           05 rpd-new-pass       pic x(6).
           05 filler             pic x value space.
           05 rpd-new-fail       pic x(6).
           05 filler             pic x(2) value spaces.
           05 rpd-verdict        pic x(8).
           05 filler             pic x value space.
           05 rpd-drift          pic x(8).

       procedure division.
           accept command-line-args from command-line
           unstring command-line-args delimited by all spaces
               into rp-replay
           if rp-replay = spaces
               display 'usage: rplyrpt <replay-id>'
               move 2 to return-code
               goback
           end-if
           open input ledger-file
           if ledger-file-status not = '00'
               display '<RPLYRPT-ERROR::> cannot open '
                       function trim(ledger-file-path)
               move 2 to return-code
               goback
           end-if
           move spaces to replay-report-path
           string 'batch/replay-report-' function trim(rp-replay)
                  '.txt'
               delimited by size into replay-report-path
           open output replay-report-file
           perform read-next-ledger-row until ledger-eof
           close ledger-file
           if not rp-found
               move '  (no such replay in the replay ledger)'
                   to replay-report-line
               perform write-report-line
               close replay-report-file
               display '<RPLYRPT::> no replay '
                       function trim(rp-replay)
                       ' in the replay ledger'
               move 1 to return-code
               goback
           end-if
           move spaces to replay-report-line
           perform write-report-line
           move spaces to replay-report-line
           string 'SELECTED ' rp-selected
                  '  MATCH ' rp-match
                  '  MISMATCH ' rp-mismatch
                  '  DRIFT ' rp-drift
                  '  PENDING ' rp-pending
                  '  NOREV ' rp-norev
                  '  NOSOURCE ' rp-nosource
               delimited by size into replay-report-line
           perform write-report-line
           close replay-report-file
           display '<RPLYRPT::> replay ' function trim(rp-replay)
                   ': ' rp-match ' match, ' rp-mismatch
                   ' mismatch, ' rp-pending ' pending -> '
                   function trim(replay-report-path)
           goback.

       read-next-ledger-row.
           read ledger-file
               at end
                   set ledger-eof to true
               not at end
                   if led-replay = rp-replay
                       if led-status = 'REPLAY'
                           perform write-report-heading
                       else
                           perform report-replay-row
                       end-if
                   end-if
           end-read
           .

       write-report-heading.
           set rp-found to true
           move spaces to replay-report-line
           string 'GRADE VERIFICATION REPLAY ' function trim(rp-replay)
                  '  requested by ' function trim(ctl-requested-by)
                  '  opened ' ctl-opened
               delimited by size into replay-report-line
           perform write-report-line
           move spaces to replay-report-line
           string '  selection ' function trim(ctl-params)
                  '  sample ' function trim(ctl-sample)
               delimited by size into replay-report-line
           perform write-report-line
           move spaces to replay-report-line
           perform write-report-line
           move spaces to replay-report-line
           move 'CANDIDATE' to replay-report-line(1:)
           move 'KATA' to replay-report-line(22:)
           move 'ORIG-RUN' to replay-report-line(43:)
           move 'VER  GIT-REV' to replay-report-line(58:)
           move 'REC-P  REC-F   NEW-P  NEW-F   VERDICT  DRIFT'
               to replay-report-line(76:)
           perform write-report-line
           .

       report-replay-row.
           set rp-found to true
           add 1 to rp-selected
           move spaces to rp-detail-line
           move led-candidate to rpd-candidate
           move led-kata to rpd-kata
           move led-orig-ts to rpd-orig-ts
           move led-version to rpd-version
           move led-git-rev to rpd-git-rev
           move led-rec-pass to rpd-rec-pass
           move led-rec-fail to rpd-rec-fail
           move led-status to rpd-verdict
           evaluate led-status
               when 'MATCH'
                   add 1 to rp-match
                   perform show-replayed-outcome
               when 'MISMATCH'
                   add 1 to rp-mismatch
                   perform show-replayed-outcome
               when 'NOREV'
                   add 1 to rp-norev
               when 'NOSOURCE'
                   add 1 to rp-nosource
               when other
                   add 1 to rp-pending
                   move 'PENDING' to rpd-verdict
           end-evaluate
           move rp-detail-line to replay-report-line
           perform write-report-line
           .

       show-replayed-outcome.
           move led-new-pass to rpd-new-pass
           move led-new-fail to rpd-new-fail
           move led-drift to rpd-drift
           if led-drift not = spaces
               add 1 to rp-drift
           end-if
           .

       write-report-line.
           move replay-report-line to replay-report-record
           write replay-report-record
           .

       end program rplyrpt.
