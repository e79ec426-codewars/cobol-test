      *>  page written into batch/generations/ at end of batch, so
      *>  the morning health check is a single browser tab.
      *>
      *>  Run under a masking profile (src/tmskdata.cpy) every
      *>  candidate id and name in the collected reports is masked
      *>  as the profile says, and a sponsor's profile drops each
      *>  line naming another sponsor's candidate. The page is
      *>  entered on the delivery register with the profile it was
      *>  produced under.
      *>
      *>  Usage: dashgen [MASK=<profile>]   (run from the repo root
      *>  after the batch has collected the inputs; run-all-katas.sh
      *>  does both)
      *>  Inputs (each optional - a missing one leaves a note):
      *>    batch/.build/dash-trend.txt    trendrpt output
      *>    batch/.build/dash-deltas.txt   gencmp output
       environment division.
       input-output section.
       file-control.
           copy tcanfc.
           copy tmskfc.
           select source-file assign to dynamic source-file-path
               organization line sequential
               file status source-file-status.

       data division.
       file section.
           copy tcanfd.
           copy tmskfd.
       fd  source-file.
       01  source-record pic x(250).
       fd  html-file.
       01  html-record pic x(300).

       working-storage section.
           copy tcandata.
           copy tmskdata.
       01  source-file-path   pic x(100).
       01  source-file-status pic x(2) value spaces.
       01  source-eof-switch  pic x value 'n'.
       01  escaped-line       pic x(280).
       01  date-stamp         pic x(21).
       01  section-row-count  pic 9(4) value 0.
       01  page-row-count     pic 9(8) value 0.

      *>  trend rows become the kata status table: kata, runs,
      *>  pass rate, last revision - parsed from trendrpt's
       01  trend-rev-value    pic x(20).

       procedure division.
           accept msk-command-args from command-line
           move 'DASHGEN' to msk-output
           perform take-masking-profile
           if msk-profile-bad
               move 2 to return-code
               goback
           end-if
           open output html-file
           if html-file-status not = '00'
               display '<DASHGEN-ERROR::> cannot write '
           perform write-pre-section
           perform write-page-foot
           close html-file
           move html-file-path to msk-delivered-file
           move page-row-count to msk-delivered-records
           perform note-delivery
           display '<DASHGEN::> written to '
                   function trim(html-file-path)
           goback.
           unstring trend-rev-text delimited by '='
               into trend-word trend-rev-value
           add 1 to section-row-count
           add 1 to page-row-count
           move spaces to html-line
           if trend-rate-value(1:4) = '100%'
               string '<tr class="good"><td>'
           .

       escape-and-write-row.
           move source-record(1:250) to msk-text-line
           perform mask-text-line
           if msk-line-withheld
               add 1 to msk-withheld-records
           else
               move spaces to escaped-line
               move msk-text-line(1:280) to escaped-line
               inspect escaped-line replacing all '&' by '+'
               inspect escaped-line replacing all '<' by '('
               inspect escaped-line replacing all '>' by ')'
               write html-record from escaped-line
               add 1 to page-row-count
           end-if
           .

       write-page-foot.
           write html-record
           .

           copy tmskhelp.

       end program dashgen.
