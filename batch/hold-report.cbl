       program-id. holdrpt.

      *>  Legal-hold report: everything currently frozen. Lists
      *>  each hold in force today on the register
      *>  (batch/legal-holds.txt, src/thlddata.cpy) - who placed it,
      *>  when and why - with, for a cohort hold, every candidate the
      *>  candidate master has in the cohort, and how many times a
      *>  deletion path has kept the hold's data back since it was
      *>  placed ("retained under hold" lines on
      *>  batch/legal-hold-log.txt) and when last. Released holds
      *>  stay on the register for the history but are not frozen
      *>  and are not listed.
      *>
      *>  Usage: holdrpt        (run from the repo root)
      *>  Output: batch/legal-hold-report.txt
      *>
      *>  Usage: holdrpt IDS
      *>  prints each candidate held today, one
      *>  "<HOLDRPT-ID::> candidate hold-id" line apiece and nothing
      *>  else, for batch/legal-hold.sh to ask when a cohort hold is
      *>  in force.

       environment division.
       input-output section.
       file-control.
           copy thldfc.
           copy tcanfc.
           select report-file assign to dynamic report-file-path
               organization line sequential
               file status report-file-status.

       data division.
       file section.
           copy thldfd.
           copy tcanfd.
       fd  report-file.
       01  report-record      pic x(132).

       working-storage section.
           copy thlddata.
           copy tcandata.
       01  report-file-path   pic x(100)
                               value 'batch/legal-hold-report.txt'.
       01  report-file-status pic x(2) value spaces.
       01  report-mode        pic x(20) value spaces.

      *>  Retained-under-hold lines per hold, parallel to lhd-table.
       01  lhu-table.
           05 lhu-entry occurs 200 times.
              10 lhu-retained   pic 9(6) value 0.
              10 lhu-last       pic x(14) value spaces.
       01  hold-count         pic 9(4) value 0.
       01  retained-count     pic 9(6) value 0.
       01  member-count       pic 9(4) value 0.
       01  count-display      pic z(5)9.
       01  count-display-2    pic z(5)9.
       01  report-line        pic x(132).

       procedure division.
           accept report-mode from command-line
           perform load-legal-holds
           if report-mode = 'IDS'
               perform show-held-candidate
                   varying hcd-index from 1 by 1
                   until hcd-index > hcd-max
               goback
           end-if
           open input hold-log-file
           if hold-log-status = '00'
               perform read-next-hold-log until hold-log-eof
               close hold-log-file
           end-if
           open output report-file
           if report-file-status not = '00'
               display '<HOLDRPT-ERROR::> cannot write '
                       function trim(report-file-path)
               move 1 to return-code
               goback
           end-if
           perform write-hold-report
           close report-file
           display '<HOLDRPT::> ' hold-count ' hold(s) in force, '
                   hcd-max ' candidate(s) held; report in '
                   function trim(report-file-path)
           goback.

       show-held-candidate.
           move hcd-hold-index(hcd-index) to lhd-index
           display '<HOLDRPT-ID::> '
                   function trim(hcd-candidate(hcd-index)) ' '
                   lhd-id(lhd-index)
           .

       read-next-hold-log.
           read hold-log-file
               at end
                   set hold-log-eof to true
               not at end
                   perform varying lhd-index from 1 by 1
                           until lhd-index > lhd-max
                       if lhd-id(lhd-index) = hlg-hold-id-in
                           add 1 to lhu-retained(lhd-index)
                           if hlg-stamp-in > lhu-last(lhd-index)
                               move hlg-stamp-in
                                   to lhu-last(lhd-index)
                           end-if
                       end-if
                   end-perform
           end-read
           .

       write-hold-report.
           move spaces to report-line
           string 'LEGAL HOLDS IN FORCE - as of '
                  hold-today(1:4) '-' hold-today(5:2) '-'
                  hold-today(7:2)
               delimited by size into report-line
           write report-record from report-line
           move all '-' to report-record
           write report-record
           perform write-one-hold
               varying lhd-index from 1 by 1
               until lhd-index > lhd-max
           if hold-count = 0
               move spaces to report-record
               write report-record
               move '  no holds in force; nothing is frozen'
                   to report-record
               write report-record
           end-if
           move all '-' to report-record
           write report-record
           move hold-count to count-display
           move hcd-max to count-display-2
           move spaces to report-line
           string 'CONTROL TOTALS: ' function trim(count-display)
                  ' hold(s) in force, ' function trim(count-display-2)
                  ' candidate(s) held, '
               delimited by size into report-line
           move retained-count to count-display
           string function trim(report-line) ' '
                  function trim(count-display)
                  ' retained-under-hold line(s) logged'
               delimited by size into report-line
           write report-record from report-line
           .

       write-one-hold.
           if lhd-in-force(lhd-index)
               add 1 to hold-count
               add lhu-retained(lhd-index) to retained-count
               move spaces to report-record
               write report-record
               move spaces to report-line
               string 'HOLD ' lhd-id(lhd-index) ' '
                      lhd-kind(lhd-index) ' '
                      function trim(lhd-subject(lhd-index))
                      ' placed ' lhd-placed(lhd-index) ' by '
                      function trim(lhd-placed-by(lhd-index))
                   delimited by size into report-line
               write report-record from report-line
               move spaces to report-line
               string '  reason: ' lhd-reason(lhd-index)
                   delimited by size into report-line
               write report-record from report-line
               if lhd-kind(lhd-index) = 'COHORT  '
                   move 0 to member-count
                   perform write-cohort-member
                       varying hcd-index from 1 by 1
                       until hcd-index > hcd-max
                   if member-count = 0
                       move '    no candidates in the cohort on the'
                           to report-line
                       string function trim(report-line)
                              ' candidate master'
                           delimited by size into report-line
                       write report-record from report-line
                   end-if
               end-if
               move lhu-retained(lhd-index) to count-display
               move spaces to report-line
               if lhu-retained(lhd-index) = 0
                   move '  nothing kept back under it yet'
                       to report-line
               else
                   string '  retained under hold '
                          function trim(count-display)
                          ' time(s), last '
                          lhu-last(lhd-index)(1:8) ' '
                          lhu-last(lhd-index)(9:6) ' UTC'
                       delimited by size into report-line
               end-if
               write report-record from report-line
           end-if
           .

      *>  a candidate also held by name shows under that hold.
       write-cohort-member.
           if hcd-hold-index(hcd-index) = lhd-index
               add 1 to member-count
               move spaces to report-line
               string '    held: ' hcd-candidate(hcd-index)
                   delimited by size into report-line
               write report-record from report-line
           end-if
           .

           copy thldhelp.

       end program holdrpt.
