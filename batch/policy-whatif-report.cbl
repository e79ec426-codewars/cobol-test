       program-id. whatifrp.

      *>  What-if report for a grading-policy simulation
      *>  (batch/policy-whatif.sh). Reads the simulation's rows out
      *>  of batch/whatif-ledger.txt - one OUTCOME row per candidate
      *>  with what the period's replay gave them under the policy
      *>  files in force and under the proposed ones, in cohort
      *>  order - and reports, per cohort, how many candidates'
      *>  scores (candscore), leaderboard ranks, certificates
      *>  (certgen) and standings (stndeval) would change, followed
      *>  by a delta line for each candidate who moves. A candidate
      *>  whose four results are all the same under both is counted
      *>  but not listed.
      *>
      *>  Usage: whatifrp <simulation-id>   (run from the repo root)
      *>  Output: batch/whatif-report-<simulation-id>.txt and a
      *>  one-line summary. Return code 1 when the ledger has no such
      *>  simulation, 2 when the ledger cannot be read.

       environment division.
       input-output section.
       file-control.
           select ledger-file assign to dynamic ledger-file-path
               organization line sequential
               file status ledger-file-status.
           select whatif-report-file
               assign to dynamic whatif-report-path
               organization line sequential
               file status whatif-report-status.

       data division.
       file section.
       fd  ledger-file.
       01  ledger-record.
           05 wil-simulation      pic x(12).
           05 wil-type            pic x(8).
           05 wil-candidate       pic x(20).
           05 wil-cohort          pic x(10).
           05 wil-base-score      pic x(5).
           05 wil-prop-score      pic x(5).
           05 wil-base-rank       pic x(4).
           05 wil-prop-rank       pic x(4).
           05 wil-base-standing   pic x(16).
           05 wil-prop-standing   pic x(16).
           05 wil-base-certs      pic x(2).
           05 wil-prop-certs      pic x(2).
           05 wil-certs-gained    pic x(60).
           05 wil-certs-lost      pic x(60).
      *>  the SIMULATE control row: requested-by in the candidate
      *>  column, then the period, when it ran, the proposal
      *>  directory and the files it replaced, the details each side
      *>  left out over its attempt quota, and the refused
      *>  submissions the proposal would have let through
       01  ledger-control-record.
           05 filler              pic x(20).
           05 ctl-requested-by    pic x(20).
           05 ctl-from            pic x(8).
           05 ctl-to              pic x(8).
           05 ctl-opened          pic x(14).
           05 ctl-proposal        pic x(60).
           05 ctl-files           pic x(40).
           05 ctl-base-dropped    pic x(5).
           05 ctl-prop-dropped    pic x(5).
           05 ctl-admitted        pic x(5).
           05 ctl-tenant          pic x(8).
       fd  whatif-report-file.
       01  whatif-report-record pic x(132).

       working-storage section.
       01  command-line-args     pic x(80).
       01  ledger-file-path      pic x(100)
                                  value 'batch/whatif-ledger.txt'.
       01  ledger-file-status    pic x(2) value spaces.
       01  ledger-eof-switch     pic x value 'n'.
           88 ledger-eof         value 'y'.
       01  whatif-report-path    pic x(100).
       01  whatif-report-status  pic x(2) value spaces.
       01  whatif-report-line    pic x(132).
       01  wi-simulation         pic x(12).
       01  wi-found-switch       pic x value 'n'.
           88 wi-found           value 'y'.
       01  wi-cohort             pic x(10) value spaces.
       01  wi-cohort-open-switch pic x value 'n'.
           88 wi-cohort-open     value 'y'.
       01  wi-candidate-switch   pic x value 'n'.
           88 wi-candidate-moved value 'y'.
       01  wi-base-score         pic 9(5) value 0.
       01  wi-prop-score         pic 9(5) value 0.
       01  wi-delta              pic s9(5) value 0.
       01  wi-rank               pic 9(4) value 0.
       01  wi-rank-display       pic z(3)9.
       01  wi-score-display      pic z(4)9.

      *>  per cohort, then for the whole run
       01  wi-cohort-counts.
           05 wi-cands           pic 9(5) value 0.
           05 wi-score-moves     pic 9(5) value 0.
           05 wi-rank-moves      pic 9(5) value 0.
           05 wi-cert-moves      pic 9(5) value 0.
           05 wi-standing-moves  pic 9(5) value 0.
           05 wi-moved           pic 9(5) value 0.
       01  wi-total-counts.
           05 wi-total-cands     pic 9(5) value 0.
           05 wi-total-score     pic 9(5) value 0.
           05 wi-total-rank      pic 9(5) value 0.
           05 wi-total-cert      pic 9(5) value 0.
           05 wi-total-standing  pic 9(5) value 0.
           05 wi-total-moved     pic 9(5) value 0.
       01  wi-cohorts            pic 9(4) value 0.

       01  wi-detail-line.
           05 filler             pic x(2) value spaces.
           05 wid-candidate      pic x(20).
           05 filler             pic x value space.
           05 wid-base-score     pic z(4)9.
           05 filler             pic x(2) value '->'.
           05 wid-prop-score     pic x(5).
           05 filler             pic x value space.
           05 wid-delta          pic +(5)9.
           05 filler             pic x(2) value spaces.
           05 wid-base-rank      pic x(4) justified right.
           05 filler             pic x(2) value '->'.
           05 wid-prop-rank      pic x(4).
           05 filler             pic x(2) value spaces.
           05 wid-base-certs     pic x(2).
           05 filler             pic x(2) value '->'.
           05 wid-prop-certs     pic x(2).
           05 filler             pic x(2) value spaces.
           05 wid-base-standing  pic x(16).
           05 filler             pic x(2) value '->'.
           05 wid-prop-standing  pic x(16).
           05 filler             pic x value space.
           05 wid-change         pic x(33).

       procedure division.
           accept command-line-args from command-line
           unstring command-line-args delimited by all spaces
               into wi-simulation
           if wi-simulation = spaces
               display 'usage: whatifrp <simulation-id>'
               move 2 to return-code
               goback
           end-if
           open input ledger-file
           if ledger-file-status not = '00'
               display '<WHATIFRP-ERROR::> cannot open '
                       function trim(ledger-file-path)
               move 2 to return-code
               goback
           end-if
           move spaces to whatif-report-path
           string 'batch/whatif-report-' function trim(wi-simulation)
                  '.txt'
               delimited by size into whatif-report-path
           open output whatif-report-file
           perform read-next-ledger-row until ledger-eof
           close ledger-file
           if not wi-found
               move '  (no such simulation in the what-if ledger)'
                   to whatif-report-line
               perform write-report-line
               close whatif-report-file
               display '<WHATIFRP::> no simulation '
                       function trim(wi-simulation)
                       ' in the what-if ledger'
               move 1 to return-code
               goback
           end-if
           if wi-cohort-open
               perform close-cohort
           end-if
           move spaces to whatif-report-line
           string 'ALL COHORTS  CANDIDATES ' wi-total-cands
                  '  SCORES ' wi-total-score
                  '  RANKS ' wi-total-rank
                  '  CERTIFICATES ' wi-total-cert
                  '  STANDINGS ' wi-total-standing
                  '  MOVED ' wi-total-moved
               delimited by size into whatif-report-line
           perform write-report-line
           close whatif-report-file
           display '<WHATIFRP::> simulation '
                   function trim(wi-simulation) ': '
                   wi-total-moved ' of ' wi-total-cands
                   ' candidate(s) move in ' wi-cohorts
                   ' cohort(s) -> ' function trim(whatif-report-path)
           goback.

       read-next-ledger-row.
           read ledger-file
               at end
                   set ledger-eof to true
               not at end
                   if wil-simulation = wi-simulation
                       if wil-type = 'SIMULATE'
                           perform write-report-heading
                       else
                           perform report-outcome-row
                       end-if
                   end-if
           end-read
           .

       write-report-heading.
           set wi-found to true
           move spaces to whatif-report-line
           string 'WHAT-IF SIMULATION ' function trim(wi-simulation)
                  '  requested by ' function trim(ctl-requested-by)
                  '  run ' ctl-opened
                  '  tenant ' function trim(ctl-tenant)
               delimited by size into whatif-report-line
           perform write-report-line
           move spaces to whatif-report-line
           string '  period ' ctl-from ' to ' ctl-to
                  '  proposal ' function trim(ctl-proposal)
                  ' (' function trim(ctl-files) ')'
               delimited by size into whatif-report-line
           perform write-report-line
           move spaces to whatif-report-line
           string '  details left out over the attempt quota: '
                  'current ' function trim(ctl-base-dropped)
                  ', proposed ' function trim(ctl-prop-dropped)
               delimited by size into whatif-report-line
           perform write-report-line
           if ctl-admitted not = spaces and ctl-admitted not = '00000'
               move spaces to whatif-report-line
               string '  refused submissions the proposed quota '
                      'would admit: ' function trim(ctl-admitted)
                      ' (never graded, so not simulated)'
                   delimited by size into whatif-report-line
               perform write-report-line
           end-if
           move spaces to whatif-report-line
           perform write-report-line
           .

       report-outcome-row.
           set wi-found to true
           if not wi-cohort-open or wil-cohort not = wi-cohort
               if wi-cohort-open
                   perform close-cohort
               end-if
               perform open-cohort
           end-if
           add 1 to wi-cands
           move 'n' to wi-candidate-switch
           move 0 to wi-base-score wi-prop-score
           if function test-numval(wil-base-score) = 0
               compute wi-base-score = function numval(wil-base-score)
           end-if
           if function test-numval(wil-prop-score) = 0
               compute wi-prop-score = function numval(wil-prop-score)
           end-if
           if wi-base-score not = wi-prop-score
               add 1 to wi-score-moves
               set wi-candidate-moved to true
           end-if
           if wil-base-rank not = wil-prop-rank
               add 1 to wi-rank-moves
               set wi-candidate-moved to true
           end-if
           if wil-base-certs not = wil-prop-certs
                   or wil-certs-gained not = spaces
                   or wil-certs-lost not = spaces
               add 1 to wi-cert-moves
               set wi-candidate-moved to true
           end-if
           if wil-base-standing not = wil-prop-standing
               add 1 to wi-standing-moves
               set wi-candidate-moved to true
           end-if
           if wi-candidate-moved
               add 1 to wi-moved
               perform write-delta-line
           end-if
           .

       write-delta-line.
           move wil-candidate to wid-candidate
           move wi-base-score to wid-base-score
           move wi-prop-score to wi-score-display
           move function trim(wi-score-display) to wid-prop-score
           compute wi-delta = wi-prop-score - wi-base-score
           move wi-delta to wid-delta
           if wil-base-rank is numeric
               move wil-base-rank to wi-rank
               move wi-rank to wi-rank-display
               move function trim(wi-rank-display) to wid-base-rank
           else
               move '----' to wid-base-rank
           end-if
           if wil-prop-rank is numeric
               move wil-prop-rank to wi-rank
               move wi-rank to wi-rank-display
               move function trim(wi-rank-display) to wid-prop-rank
           else
               move '----' to wid-prop-rank
           end-if
           move wil-base-certs to wid-base-certs
           move wil-prop-certs to wid-prop-certs
           move wil-base-standing to wid-base-standing
           move wil-prop-standing to wid-prop-standing
           if wil-base-standing = spaces
               move '(not evaluated)' to wid-base-standing
           end-if
           if wil-prop-standing = spaces
               move '(not evaluated)' to wid-prop-standing
           end-if
           evaluate true
               when wi-delta < 0
                   move 'score LOWER' to wid-change
               when wi-delta > 0
                   move 'score HIGHER' to wid-change
               when other
                   move spaces to wid-change
           end-evaluate
           move wi-detail-line to whatif-report-line
           perform write-report-line
           if wil-certs-gained not = spaces
               move spaces to whatif-report-line
               string '      certificates gained: '
                      function trim(wil-certs-gained)
                   delimited by size into whatif-report-line
               perform write-report-line
           end-if
           if wil-certs-lost not = spaces
               move spaces to whatif-report-line
               string '      certificates lost:   '
                      function trim(wil-certs-lost)
                   delimited by size into whatif-report-line
               perform write-report-line
           end-if
           .

       open-cohort.
           set wi-cohort-open to true
           move wil-cohort to wi-cohort
           add 1 to wi-cohorts
           initialize wi-cohort-counts
           move spaces to whatif-report-line
           if wi-cohort = spaces
               move 'COHORT (none)' to whatif-report-line
           else
               string 'COHORT ' function trim(wi-cohort)
                   delimited by size into whatif-report-line
           end-if
           perform write-report-line
           move spaces to whatif-report-line
           move 'CANDIDATE' to whatif-report-line(3:)
           move 'SCORE' to whatif-report-line(24:)
           move 'DELTA' to whatif-report-line(38:)
           move 'RANK' to whatif-report-line(45:)
           move 'CERTS' to whatif-report-line(57:)
           move 'STANDING (CURRENT -> PROPOSED)'
               to whatif-report-line(65:)
           perform write-report-line
           .

       close-cohort.
           move spaces to whatif-report-line
           string '  cohort ' function trim(wi-cohort)
                  ': candidates ' wi-cands
                  '  scores ' wi-score-moves
                  '  ranks ' wi-rank-moves
                  '  certificates ' wi-cert-moves
                  '  standings ' wi-standing-moves
                  '  moved ' wi-moved
               delimited by size into whatif-report-line
           perform write-report-line
           move spaces to whatif-report-line
           perform write-report-line
           add wi-cands to wi-total-cands
           add wi-score-moves to wi-total-score
           add wi-rank-moves to wi-total-rank
           add wi-cert-moves to wi-total-cert
           add wi-standing-moves to wi-total-standing
           add wi-moved to wi-total-moved
           .

       write-report-line.
           move whatif-report-line to whatif-report-record
           write whatif-report-record
           .

       end program whatifrp.
