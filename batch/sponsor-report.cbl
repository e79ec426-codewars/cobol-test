       program-id. spnrpt.

      *>  Sponsor seat-license utilization report. Each employer
      *>  sponsor buys a number of seats for a contract term
      *>  (batch/sponsor-master.txt, src/tspndata.cpy); this shows,
      *>  per contract, the seats purchased against the ACTIVE
      *>  candidates linked to it on the candidate master, each
      *>  linked candidate with the runs the usage ledger metered
      *>  for them inside the contract term, and any of those runs
      *>  on a kata outside the contract's categories (UNCOVERED -
      *>  not billable to the sponsor; the batch refuses new ones).
      *>  A void's contra record in the ledger nets out its run the
      *>  way chargeb bills it. Alongside the report it writes the
      *>  invoice feed chargeb reads to put the seat licenses on the
      *>  sponsor invoices: one record per contract -
      *>  sponsor(10) name(30) from(8) to(8) seats(4) seats-used(4)
      *>  candidates(4) runs(6) compile-ms(10) run-ms(10)
      *>  uncovered-runs(6) standing(8).
      *>
      *>  Only the selected tenant's candidates count against the
      *>  contracts (src/ttendata.cpy): the home tenant's, another's
      *>  with TENANT=<tenant>, or every tenant's with TENANT=*.
      *>
      *>  Usage: spnrpt [as-of-date] [TENANT=<tenant>]   (YYYYMMDD;
      *>  default today - the date a contract's IN-FORCE/EXPIRED/
      *>  FUTURE standing is judged on; run from the repo root)
      *>  Output: batch/sponsor-report.txt and
      *>  batch/sponsor-invoice-feed.txt

       environment division.
       input-output section.
       file-control.
           copy tcanfc.
           copy tspnfc.
           copy tcatfc.
           copy ttenfc.
           select ledger-file assign to dynamic ledger-file-path
               organization line sequential
               file status ledger-file-status.
           select report-file assign to dynamic report-file-path
               organization line sequential
               file status report-file-status.
           select feed-file assign to dynamic feed-file-path
               organization line sequential
               file status feed-file-status.

       data division.
       file section.
           copy tcanfd.
           copy tspnfd.
           copy tcatfd.
           copy ttenfd.
       fd  ledger-file.
       01  ledger-record.
           05 led-candidate-in  pic x(20).
           05 led-kata-in       pic x(20).
           05 led-timestamp-in  pic x(14).
           05 led-compiles-in   pic x(4).
           05 led-compile-ms-in pic x(8).
           05 led-run-ms-in     pic x(8).
           05 led-reversal-in   pic x(8).
           05 led-void-id-in    pic x(12).
       fd  report-file.
       01  report-record      pic x(132).
       fd  feed-file.
       01  feed-record.
           05 fed-sponsor-out   pic x(10).
           05 fed-name-out      pic x(30).
           05 fed-from-out      pic x(8).
           05 fed-to-out        pic x(8).
           05 fed-seats-out     pic 9(4).
           05 fed-seats-used-out pic 9(4).
           05 fed-candidates-out pic 9(4).
           05 fed-runs-out      pic 9(6).
           05 fed-compile-ms-out pic 9(10).
           05 fed-run-ms-out    pic 9(10).
           05 fed-uncovered-out pic 9(6).
           05 fed-standing-out  pic x(8).

       working-storage section.
           copy tcandata.
           copy tspndata.
           copy tcatdata.
           copy ttendata.
       01  ledger-file-path   pic x(100)
                               value 'batch/usage-ledger.txt'.
       01  ledger-file-status pic x(2) value spaces.
       01  ledger-eof-switch  pic x value 'n'.
           88 ledger-eof      value 'y'.
       01  report-file-path   pic x(100)
                               value 'batch/sponsor-report.txt'.
       01  report-file-status pic x(2) value spaces.
       01  feed-file-path     pic x(100)
                               value 'batch/sponsor-invoice-feed.txt'.
       01  feed-file-status   pic x(2) value spaces.

       01  as-of-arg          pic x(20) value spaces.
       01  as-of-date         pic x(8) value spaces.
       01  current-date-stamp pic x(21).

      *>  Usage per contract, parallel to spn-table.
       01  spu-table.
           05 spu-entry occurs 100 times.
              10 spu-candidates pic 9(4) value 0.
              10 spu-runs       pic s9(6) value 0.
              10 spu-compile-ms pic s9(10) value 0.
              10 spu-run-ms     pic s9(10) value 0.
              10 spu-uncovered  pic s9(6) value 0.
              10 spu-standing   pic x(8).

      *>  Sponsored candidates off the master.
       01  spc-max            pic 9(3) value 0.
       01  spc-table.
           05 spc-entry occurs 300 times.
              10 spc-candidate   pic x(20).
              10 spc-status      pic x(8).
              10 spc-spn-index   pic 9(3).
              10 spc-runs        pic s9(6) value 0.
              10 spc-run-ms      pic s9(10) value 0.
              10 spc-uncovered   pic s9(6) value 0.
       01  spc-index          pic 9(3) value 0.
       01  spc-found-switch   pic x value 'n'.
           88 spc-found       value 'y'.

      *>  Kata categories off the catalog.
       01  kcat-max           pic 9(3) value 0.
       01  kcat-table.
           05 kcat-entry occurs 200 times.
              10 kcat-kata     pic x(20).
              10 kcat-category pic x(20).
       01  kcat-index         pic 9(3) value 0.

       01  run-sign           pic s9 value 1.
       01  run-compile-ms     pic 9(10) value 0.
       01  run-ms             pic 9(10) value 0.
       01  sponsored-count    pic 9(4) value 0.
       01  ledger-selected    pic 9(6) value 0.
       01  count-display      pic z(5)9.
       01  count-display-2    pic z(5)9.
       01  ms-display         pic -(10)9.
       01  runs-display       pic -(5)9.
       01  report-line        pic x(132).
       01  contract-line      pic x(120).

       procedure division.
           accept ten-command-args from command-line
           unstring ten-command-args delimited by all spaces
               into as-of-arg
           end-unstring
           if as-of-arg(1:7) = 'TENANT='
               move spaces to as-of-arg
           end-if
           move 'SPNRPT' to ten-program
           perform take-tenant-selection
           if ten-selection-bad
               move 2 to return-code
               goback
           end-if
           if as-of-arg = spaces
               move function current-date to current-date-stamp
               move current-date-stamp(1:8) to as-of-date
           else
               if function test-numval(as-of-arg) not = 0
                   display '<SPNRPT-ERROR::> as-of date '
                           function trim(as-of-arg)
                           ' is not YYYYMMDD'
                   move 1 to return-code
                   goback
               end-if
               move as-of-arg(1:8) to as-of-date
           end-if
           perform load-sponsor-table
           if spn-max = 0
               display '<SPNRPT::> no sponsor contracts on '
                       function trim(sponsor-file-path)
                       '; nothing to report'
               goback
           end-if
           perform set-contract-standing
               varying spn-index from 1 by 1
               until spn-index > spn-max
           perform load-catalog-categories
           open input candidate-file
           if candidate-file-status not = '00'
               display '<SPNRPT-ERROR::> cannot open '
                       function trim(candidate-file-path)
                       ' status ' candidate-file-status
               move 1 to return-code
               goback
           end-if
           perform read-next-candidate until candidate-eof
           close candidate-file
           open input ledger-file
           if ledger-file-status = '00'
               perform read-next-ledger-record until ledger-eof
               close ledger-file
           end-if
           open output report-file
           open output feed-file
           if report-file-status not = '00'
               or feed-file-status not = '00'
               display '<SPNRPT-ERROR::> cannot write '
                       function trim(report-file-path) ' / '
                       function trim(feed-file-path)
               move 1 to return-code
               goback
           end-if
           perform write-sponsor-report
           close report-file
           close feed-file
           display '<SPNRPT::> ' spn-max ' contract(s), '
                   sponsored-count ' sponsored candidate(s);'
                   ' report in ' function trim(report-file-path)
           goback.

       set-contract-standing.
           evaluate true
               when spn-from(spn-index) not = spaces
                       and spn-from(spn-index) > as-of-date
                   move 'FUTURE' to spu-standing(spn-index)
               when spn-to(spn-index) not = spaces
                       and spn-to(spn-index) < as-of-date
                   move 'EXPIRED' to spu-standing(spn-index)
               when other
                   move 'IN-FORCE' to spu-standing(spn-index)
           end-evaluate
           .

       load-catalog-categories.
           open input catalog-file
           if catalog-file-status = '00'
               perform read-next-catalog-row until catalog-eof
               close catalog-file
           end-if
           .

       read-next-catalog-row.
           read catalog-file
               at end
                   set catalog-eof to true
               not at end
                   if kcat-max < 200
                       add 1 to kcat-max
                       move cat-kata-name-in to kcat-kata(kcat-max)
                       move cat-category-in
                           to kcat-category(kcat-max)
                   end-if
           end-read
           .

       read-next-candidate.
           read candidate-file next
               at end
                   set candidate-eof to true
               not at end
                   move can-tenant to ten-record-tenant
                   perform check-record-tenant
                   if can-sponsor not = spaces and ten-in-selection
                       perform note-sponsored-candidate
                   end-if
           end-read
           .

       note-sponsored-candidate.
           move can-sponsor to spn-lookup-id
           move as-of-date to spn-lookup-date
           perform look-up-sponsor
           if not spn-found
               display '<SPNRPT-WARNING::> '
                       function trim(can-id) ' names sponsor '
                       function trim(can-sponsor)
                       ', not on the sponsor master'
           else
               if spc-max < 300
                   add 1 to spc-max
                   add 1 to sponsored-count
                   move can-id to spc-candidate(spc-max)
                   move can-status to spc-status(spc-max)
                   move spn-index to spc-spn-index(spc-max)
                   add 1 to spu-candidates(spn-index)
                   if can-status = 'ACTIVE  '
                       add 1 to spn-seats-used(spn-index)
                   end-if
               else
                   display '<SPNRPT-WARNING::> sponsored candidate'
                           ' table full, dropping '
                           function trim(can-id)
               end-if
           end-if
           .

      *>  only a sponsored candidate's runs inside their
      *>  sponsor's contract term count against the contract.
       read-next-ledger-record.
           read ledger-file
               at end
                   set ledger-eof to true
               not at end
                   perform find-sponsored-candidate
                   if spc-found
                       move spc-spn-index(spc-index) to spn-index
                       if (spn-from(spn-index) = spaces
                           or led-timestamp-in(1:8)
                               >= spn-from(spn-index))
                           and (spn-to(spn-index) = spaces
                           or led-timestamp-in(1:8)
                               <= spn-to(spn-index))
                           perform count-contract-run
                       end-if
                   end-if
           end-read
           .

       find-sponsored-candidate.
           move 'n' to spc-found-switch
           move 1 to spc-index
           perform test before
               until spc-index > spc-max or spc-found
               if spc-candidate(spc-index) = led-candidate-in
                   set spc-found to true
               else
                   add 1 to spc-index
               end-if
           end-perform
           .

       count-contract-run.
           add 1 to ledger-selected
           move 1 to run-sign
           if led-reversal-in = 'VOID'
               move -1 to run-sign
           end-if
           move 0 to run-compile-ms run-ms
           if function test-numval(led-compile-ms-in) = 0
               compute run-compile-ms =
                   function numval(led-compile-ms-in)
           end-if
           if function test-numval(led-run-ms-in) = 0
               compute run-ms = function numval(led-run-ms-in)
           end-if
           compute spu-runs(spn-index) =
               spu-runs(spn-index) + run-sign
           compute spu-compile-ms(spn-index) =
               spu-compile-ms(spn-index) + run-sign * run-compile-ms
           compute spu-run-ms(spn-index) =
               spu-run-ms(spn-index) + run-sign * run-ms
           compute spc-runs(spc-index) =
               spc-runs(spc-index) + run-sign
           compute spc-run-ms(spc-index) =
               spc-run-ms(spc-index) + run-sign * run-ms
           move spaces to spn-lookup-category
           perform varying kcat-index from 1 by 1
                   until kcat-index > kcat-max
               if kcat-kata(kcat-index) = led-kata-in
                   move kcat-category(kcat-index)
                       to spn-lookup-category
               end-if
           end-perform
           perform check-sponsor-category
           if not spn-covered
               compute spu-uncovered(spn-index) =
                   spu-uncovered(spn-index) + run-sign
               compute spc-uncovered(spc-index) =
                   spc-uncovered(spc-index) + run-sign
           end-if
           .

       write-sponsor-report.
           move spaces to report-line
           string 'SPONSOR SEAT-LICENSE UTILIZATION - as of '
                  as-of-date(1:4) '-' as-of-date(5:2) '-'
                  as-of-date(7:2)
               delimited by size into report-line
           write report-record from report-line
           move all '-' to report-record
           write report-record
           perform write-one-contract
               varying spn-index from 1 by 1
               until spn-index > spn-max
           move all '-' to report-record
           write report-record
           move spn-max to count-display
           move sponsored-count to count-display-2
           move spaces to report-line
           string 'CONTROL TOTALS: ' function trim(count-display)
                  ' contract(s), ' function trim(count-display-2)
                  ' sponsored candidate(s), '
               delimited by size into report-line
           move ledger-selected to count-display
           string function trim(report-line) ' '
                  function trim(count-display)
                  ' ledger record(s) inside contract terms'
               delimited by size into report-line
           write report-record from report-line
           .

       write-one-contract.
           move spaces to report-record
           write report-record
           move spaces to report-line
           string 'SPONSOR ' spn-id(spn-index) ' '
                  spn-name(spn-index) ' term '
                  spn-from(spn-index) '-' spn-to(spn-index) ' '
                  spu-standing(spn-index)
               delimited by size into report-line
           write report-record from report-line
           move spn-seats(spn-index) to count-display
           move spn-seats-used(spn-index) to count-display-2
           move spaces to contract-line
           string 'seats purchased ' function trim(count-display)
                  ', in use ' function trim(count-display-2)
               delimited by size into contract-line
           if spn-seats-used(spn-index) > spn-seats(spn-index)
               string function trim(contract-line)
                      '  ** OVER LICENSE **'
                   delimited by size into contract-line
           end-if
           move spaces to report-line
           move contract-line to report-line(3:)
           write report-record from report-line
           move 'covers' to contract-line
           perform varying spn-category-index from 1 by 1
                   until spn-category-index > 4
               if spn-category(spn-index spn-category-index)
                       not = spaces
                   string function trim(contract-line) ' '
                          function trim(spn-category(spn-index
                              spn-category-index))
                       delimited by size into contract-line
               end-if
           end-perform
           move spaces to report-line
           move contract-line to report-line(3:)
           write report-record from report-line
           move spaces to report-line
           string '    CANDIDATE            STATUS     RUNS'
                  '      RUN-MS  UNCOVERED'
               delimited by size into report-line
           write report-record from report-line
           perform write-contract-candidate
               varying spc-index from 1 by 1
               until spc-index > spc-max
           move spu-runs(spn-index) to runs-display
           move spu-run-ms(spn-index) to ms-display
           move spaces to report-line
           move '    contract total' to report-line(1:20)
           move runs-display to report-line(35:6)
           move ms-display to report-line(42:11)
           move spu-uncovered(spn-index) to runs-display
           move runs-display to report-line(55:6)
           write report-record from report-line
           move spaces to feed-record
           move spn-id(spn-index) to fed-sponsor-out
           move spn-name(spn-index) to fed-name-out
           move spn-from(spn-index) to fed-from-out
           move spn-to(spn-index) to fed-to-out
           move spn-seats(spn-index) to fed-seats-out
           move spn-seats-used(spn-index) to fed-seats-used-out
           move spu-candidates(spn-index) to fed-candidates-out
           move spu-runs(spn-index) to fed-runs-out
           move spu-compile-ms(spn-index) to fed-compile-ms-out
           move spu-run-ms(spn-index) to fed-run-ms-out
           move spu-uncovered(spn-index) to fed-uncovered-out
           move spu-standing(spn-index) to fed-standing-out
           write feed-record
           .

       write-contract-candidate.
           if spc-spn-index(spc-index) = spn-index
               move spaces to report-line
               move spc-candidate(spc-index) to report-line(5:20)
               move spc-status(spc-index) to report-line(26:8)
               move spc-runs(spc-index) to runs-display
               move runs-display to report-line(35:6)
               move spc-run-ms(spc-index) to ms-display
               move ms-display to report-line(42:11)
               move spc-uncovered(spc-index) to runs-display
               move runs-display to report-line(55:6)
               write report-record from report-line
           end-if
           .

           copy tspnhelp.
           copy ttenhelp.

       end program spnrpt.
