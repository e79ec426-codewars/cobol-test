       program-id. rgcrpt.

      *>  Grade-change report for a regrade campaign
      *>  (batch/regrade-campaign.sh). Reads the campaign's rows out
      *>  of batch/regrade-ledger.txt and lists, per candidate, the
      *>  outcome the affected suite version recorded, the outcome
      *>  the corrected suite produced on the rerun, and the score
      *>  delta - score being passed over passed-plus-failed as a
      *>  percentage, the same figure lmsexp exports. A run that
      *>  recorded a status instead of counts (compile failure,
      *>  timeout, crash) scores 0.
      *>
      *>  RAISED / LOWERED / UNCHANGED follow the score; rows still
      *>  PENDING (a campaign stopped part-way) and NOSOURCE rows are
      *>  listed without a new grade and counted separately, so a
      *>  restarted campaign's report is complete once its last
      *>  PENDING row settles.
      *>
      *>  Usage: rgcrpt <campaign-id>   (run from the repo root)
      *>  Output: batch/regrade-report-<campaign-id>.txt and a
      *>  one-line summary. Return code 1 when the ledger has no such
      *>  campaign, 2 when the ledger cannot be read.

       environment division.
       input-output section.
       file-control.
           select ledger-file assign to dynamic ledger-file-path
               organization line sequential
               file status ledger-file-status.
           select regrade-report-file
               assign to dynamic regrade-report-path
               organization line sequential
               file status regrade-report-status.

       data division.
       file section.
       fd  ledger-file.
       01  ledger-record.
           05 led-campaign        pic x(12).
           05 led-status          pic x(8).
           05 led-candidate       pic x(20).
           05 led-kata            pic x(20).
           05 led-orig-ts         pic x(14).
           05 led-version         pic x(4).
           05 led-old-pass        pic x(6).
           05 led-old-fail        pic x(6).
           05 led-seed            pic x(10).
           05 led-param           pic x(8).
           05 led-new-ts          pic x(14).
           05 led-new-pass        pic x(6).
           05 led-new-fail        pic x(6).
      *>  the CAMPAIGN control row: requested-by in the candidate
      *>  column, open timestamp in orig-ts, versions from column 75
       01  ledger-control-record.
           05 filler              pic x(20).
           05 ctl-requested-by    pic x(20).
           05 ctl-kata            pic x(20).
           05 ctl-opened          pic x(14).
           05 ctl-versions        pic x(60).
       fd  regrade-report-file.
       01  regrade-report-record pic x(132).

       working-storage section.
       01  command-line-args     pic x(80).
       01  ledger-file-path      pic x(100)
                                  value 'batch/regrade-ledger.txt'.
       01  ledger-file-status    pic x(2) value spaces.
       01  ledger-eof-switch     pic x value 'n'.
           88 ledger-eof         value 'y'.
       01  regrade-report-path   pic x(100).
       01  regrade-report-status pic x(2) value spaces.
       01  regrade-report-line   pic x(132).
       01  rg-campaign           pic x(12).
       01  rg-found-switch       pic x value 'n'.
           88 rg-found           value 'y'.

       01  rg-pass               pic 9(6) value 0.
       01  rg-fail               pic 9(6) value 0.
       01  rg-old-pct            pic 9(3) value 0.
       01  rg-new-pct            pic 9(3) value 0.
       01  rg-delta              pic s9(3) value 0.
       01  rg-score-in-pass      pic x(6).
       01  rg-score-in-fail      pic x(6).
       01  rg-score-out          pic 9(3) value 0.

       01  rg-selected           pic 9(5) value 0.
       01  rg-regraded           pic 9(5) value 0.
       01  rg-raised             pic 9(5) value 0.
       01  rg-lowered            pic 9(5) value 0.
       01  rg-unchanged          pic 9(5) value 0.
       01  rg-pending            pic 9(5) value 0.
       01  rg-nosource           pic 9(5) value 0.

       01  rg-detail-line.
           05 rgd-candidate      pic x(20).
           05 filler             pic x value space.
           05 rgd-orig-ts        pic x(14).
           05 filler             pic x value space.
           05 rgd-version        pic x(4).
           05 filler             pic x(2) value spaces.
           05 rgd-old-pass       pic x(6).
           05 filler             pic x value space.
           05 rgd-old-fail       pic x(6).
           05 filler             pic x value space.
           05 rgd-old-pct        pic zz9.
           05 filler             pic x(3) value spaces.
           05 rgd-new-pass       pic x(6).
           05 filler             pic x value space.
           05 rgd-new-fail       pic x(6).
           05 filler             pic x value space.
           05 rgd-new-pct        pic zz9.
           05 filler             pic x(2) value spaces.
           05 rgd-delta          pic +zz9.
           05 filler             pic x(2) value spaces.
           05 rgd-change         pic x(9).

       procedure division.
           accept command-line-args from command-line
           unstring command-line-args delimited by all spaces
               into rg-campaign
           if rg-campaign = spaces
               display 'usage: rgcrpt <campaign-id>'
               move 2 to return-code
               goback
           end-if
           open input ledger-file
           if ledger-file-status not = '00'
               display '<RGCRPT-ERROR::> cannot open '
                       function trim(ledger-file-path)
               move 2 to return-code
               goback
           end-if
           move spaces to regrade-report-path
           string 'batch/regrade-report-' function trim(rg-campaign)
                  '.txt'
               delimited by size into regrade-report-path
           open output regrade-report-file
           perform read-next-ledger-row until ledger-eof
           close ledger-file
           if not rg-found
               move '  (no such campaign in the regrade ledger)'
                   to regrade-report-line
               perform write-report-line
               close regrade-report-file
               display '<RGCRPT::> no campaign '
                       function trim(rg-campaign)
                       ' in the regrade ledger'
               move 1 to return-code
               goback
           end-if
           move spaces to regrade-report-line
           perform write-report-line
           move spaces to regrade-report-line
           string 'SELECTED ' rg-selected
                  '  REGRADED ' rg-regraded
                  '  RAISED ' rg-raised
                  '  LOWERED ' rg-lowered
                  '  UNCHANGED ' rg-unchanged
                  '  PENDING ' rg-pending
                  '  NOSOURCE ' rg-nosource
               delimited by size into regrade-report-line
           perform write-report-line
           close regrade-report-file
           display '<RGCRPT::> campaign ' function trim(rg-campaign)
                   ': ' rg-regraded ' regraded, ' rg-raised
                   ' raised, ' rg-lowered ' lowered, ' rg-pending
                   ' pending -> ' function trim(regrade-report-path)
           goback.

       read-next-ledger-row.
           read ledger-file
               at end
                   set ledger-eof to true
               not at end
                   if led-campaign = rg-campaign
                       if led-status = 'CAMPAIGN'
                           perform write-report-heading
                       else
                           perform report-campaign-row
                       end-if
                   end-if
           end-read
           .

       write-report-heading.
           set rg-found to true
           move spaces to regrade-report-line
           string 'REGRADE CAMPAIGN ' function trim(rg-campaign)
                  '  kata ' function trim(ctl-kata)
                  '  requested by ' function trim(ctl-requested-by)
                  '  opened ' ctl-opened
               delimited by size into regrade-report-line
           perform write-report-line
           move spaces to regrade-report-line
           string '  affected version(s) ' function trim(ctl-versions)
               delimited by size into regrade-report-line
           perform write-report-line
           move spaces to regrade-report-line
           perform write-report-line
           move spaces to regrade-report-line
           move 'CANDIDATE' to regrade-report-line(1:)
           move 'ORIG-RUN' to regrade-report-line(22:)
           move 'VER   OLD-P  OLD-F  OLD%' to regrade-report-line(37:)
           move 'NEW-P  NEW-F  NEW% DELTA  CHANGE'
               to regrade-report-line(63:)
           perform write-report-line
           .

       report-campaign-row.
           set rg-found to true
           add 1 to rg-selected
           move spaces to rg-detail-line
           move led-candidate to rgd-candidate
           move led-orig-ts to rgd-orig-ts
           move led-version to rgd-version
           move led-old-pass to rgd-old-pass
           move led-old-fail to rgd-old-fail
           move led-old-pass to rg-score-in-pass
           move led-old-fail to rg-score-in-fail
           perform score-outcome
           move rg-score-out to rg-old-pct
           move rg-old-pct to rgd-old-pct
           evaluate led-status
               when 'DONE'
                   add 1 to rg-regraded
                   move led-new-pass to rgd-new-pass
                   move led-new-fail to rgd-new-fail
                   move led-new-pass to rg-score-in-pass
                   move led-new-fail to rg-score-in-fail
                   perform score-outcome
                   move rg-score-out to rg-new-pct
                   move rg-new-pct to rgd-new-pct
                   compute rg-delta = rg-new-pct - rg-old-pct
                   move rg-delta to rgd-delta
                   evaluate true
                       when rg-delta > 0
                           move 'RAISED' to rgd-change
                           add 1 to rg-raised
                       when rg-delta < 0
                           move 'LOWERED' to rgd-change
                           add 1 to rg-lowered
                       when other
                           move 'UNCHANGED' to rgd-change
                           add 1 to rg-unchanged
                   end-evaluate
               when 'NOSOURCE'
                   add 1 to rg-nosource
                   move 'NOSOURCE' to rgd-change
               when other
                   add 1 to rg-pending
                   move 'PENDING' to rgd-change
           end-evaluate
           move rg-detail-line to regrade-report-line
           perform write-report-line
           .

      *>  passed over passed-plus-failed, 0 for a status outcome
       score-outcome.
           move 0 to rg-score-out
           if function test-numval(rg-score-in-pass) = 0
               and function test-numval(rg-score-in-fail) = 0
               compute rg-pass = function numval(rg-score-in-pass)
               compute rg-fail = function numval(rg-score-in-fail)
               if rg-pass + rg-fail > 0
                   compute rg-score-out =
                       (rg-pass * 100) / (rg-pass + rg-fail)
               end-if
           end-if
           .

       write-report-line.
           move regrade-report-line to regrade-report-record
           write regrade-report-record
           .

       end program rgcrpt.
