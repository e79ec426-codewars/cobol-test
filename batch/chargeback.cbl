      *>  for one billing period, printing the statement with the
      *>  same control-total discipline nightrpt's binder copy
      *>  carries so finance can balance it against the raw ledger.
      *>  A contra record voidmnt appended for a voided run (VOID in
      *>  column 75, the void id after it) carries the original's
      *>  amounts and timestamp and is billed negative, so the void
      *>  nets out of the same period the run was billed in.
      *>
      *>  Sponsored candidates (can-sponsor, src/tspndata.cpy) are
      *>  invoiced to their sponsor: the statement closes with the
      *>  usage rolled up per sponsor - self-paying candidates under
      *>  (self-pay) - each with its seat license as spnrpt last
      *>  reported it in batch/sponsor-invoice-feed.txt (seats
      *>  purchased and in use, contract term and standing); run
      *>  spnrpt first for current seat figures.
      *>
      *>  The runners are shared by every tenant (src/ttendata.cpy),
      *>  so the ledger carries the consumer's tenant after the void
      *>  columns (blank on a record from before it: the
      *>  candidate's tenant) and the statement bills one tenant -
      *>  the home tenant by default, another with TENANT=<tenant>
      *>  - or, with TENANT=*, every tenant, the statement then
      *>  closing with the usage split per tenant for the academies'
      *>  cross-charge.
      *>
      *>  Usage: chargeb [yyyymm] [TENANT=<tenant>]   (blank bills the
      *>  whole ledger; run from the repo root)
      *>  Output: batch/chargeback-<yyyymm>.txt (chargeback-all.txt
      *>  with no period given), -<tenant> before the .txt for
      *>  another tenant's statement and -tenants for every
      *>  tenant's

       environment division.
       input-output section.
       file-control.
           copy tcanfc.
           copy ttenfc.
           select ledger-file assign to dynamic ledger-file-path
               organization line sequential
               file status ledger-file-status.
           select feed-file assign to dynamic feed-file-path
               organization line sequential
               file status feed-file-status.
           select statement-file
               assign to dynamic statement-file-path
               organization line sequential
       data division.
       file section.
           copy tcanfd.
           copy ttenfd.
       fd  ledger-file.
       01  ledger-record.
           05 led-candidate-in  pic x(20).
           05 led-compiles-in   pic x(4).
           05 led-compile-ms-in pic x(8).
           05 led-run-ms-in     pic x(8).
           05 led-reversal-in   pic x(8).
           05 led-void-id-in    pic x(12).
           05 led-tenant-in     pic x(8).
       fd  feed-file.
       01  feed-record.
           05 fed-sponsor-in    pic x(10).
           05 fed-name-in       pic x(30).
           05 fed-from-in       pic x(8).
           05 fed-to-in         pic x(8).
           05 fed-seats-in      pic x(4).
           05 fed-seats-used-in pic x(4).
           05 fed-candidates-in pic x(4).
           05 fed-runs-in       pic x(6).
           05 fed-compile-ms-in pic x(10).
           05 fed-run-ms-in     pic x(10).
           05 fed-uncovered-in  pic x(6).
           05 fed-standing-in   pic x(8).
       fd  statement-file.
       01  statement-record pic x(132).

       working-storage section.
           copy tcandata.
           copy tcohdata.
           copy ttendata.
       01  ledger-file-path   pic x(100)
                               value 'batch/usage-ledger.txt'.
       01  ledger-file-status pic x(2) value spaces.
       01  ledger-eof-switch  pic x value 'n'.
           88 ledger-eof      value 'y'.
       01  statement-file-path pic x(100).
       01  feed-file-path     pic x(100)
                               value 'batch/sponsor-invoice-feed.txt'.
       01  feed-file-status   pic x(2) value spaces.
       01  feed-eof-switch    pic x value 'n'.
           88 feed-eof        value 'y'.
       01  statement-file-status pic x(2) value spaces.

       01  billing-period     pic x(6) value spaces.
       01  chg-argument       pic x(20) value spaces.
       01  chg-file-suffix    pic x(9) value spaces.

       01  chg-compiles       pic 9(6) value 0.
       01  chg-compile-ms     pic 9(10) value 0.
           05 acct-entry occurs 100 times.
              10 acct-candidate  pic x(20).
              10 acct-cohort     pic x(10).
              10 acct-sponsor    pic x(10).
              10 acct-tenant     pic x(8).
              10 acct-records    pic 9(6) value 0.
              10 acct-compiles   pic 9(6) value 0.
              10 acct-compile-ms pic 9(10) value 0.
       01  cacct-found-switch pic x value 'n'.
           88 cacct-found     value 'y'.

      *>  Per-tenant rollup - the academies' split of the runners.
       01  tacct-max          pic 9(2) value 0.
       01  tacct-table.
           05 tacct-entry occurs 50 times.
              10 tacct-tenant     pic x(8).
              10 tacct-records    pic 9(6) value 0.
              10 tacct-compiles   pic 9(6) value 0.
              10 tacct-compile-ms pic 9(10) value 0.
              10 tacct-run-ms     pic 9(10) value 0.
       01  tacct-index        pic 9(2) value 0.
       01  tacct-found-switch pic x value 'n'.
           88 tacct-found     value 'y'.

      *>  Candidate-to-sponsor links off the master, and the
      *>  per-sponsor rollup with its seat license from the feed.
       01  smap-max           pic 9(3) value 0.
       01  smap-table.
           05 smap-entry occurs 100 times.
              10 smap-cand-id pic x(20).
              10 smap-sponsor pic x(10).
       01  smap-index         pic 9(3) value 0.
       01  sacct-max          pic 9(2) value 0.
       01  sacct-table.
           05 sacct-entry occurs 30 times.
              10 sacct-sponsor    pic x(10).
              10 sacct-records    pic 9(6) value 0.
              10 sacct-compiles   pic 9(6) value 0.
              10 sacct-compile-ms pic 9(10) value 0.
              10 sacct-run-ms     pic 9(10) value 0.
              10 sacct-license    pic x(80).
       01  sacct-index        pic 9(2) value 0.
       01  sacct-found-switch pic x value 'n'.
           88 sacct-found     value 'y'.

       01  read-count         pic 9(6) value 0.
       01  reversed-count     pic 9(6) value 0.
       01  selected-count     pic 9(6) value 0.
       01  total-compiles     pic 9(8) value 0.
       01  total-compile-ms   pic 9(12) value 0.
       01  statement-line     pic x(132).

       procedure division.
           accept ten-command-args from command-line
           unstring ten-command-args delimited by all spaces
               into chg-argument
           end-unstring
           if chg-argument(1:7) not = 'TENANT='
               move chg-argument to billing-period
           end-if
           move 'CHARGEB' to ten-program
           perform take-tenant-selection
           if ten-selection-bad
               move 2 to return-code
               goback
           end-if
           perform load-candidate-cohort-map
           open input ledger-file
           if ledger-file-status not = '00'
           perform roll-up-cohort-accounts
               varying acct-index from 1 by 1
               until acct-index > acct-max
           perform roll-up-sponsor-accounts
               varying acct-index from 1 by 1
               until acct-index > acct-max
           perform roll-up-tenant-accounts
               varying acct-index from 1 by 1
               until acct-index > acct-max
           perform load-sponsor-licenses
      *>  another tenant's statement, or the all-tenant one, never
      *>  overwrites the home tenant's
           move spaces to chg-file-suffix
           evaluate true
               when ten-all-selected
                   move '-tenants' to chg-file-suffix
               when ten-selected-tenant not = ten-home-tenant
                   string '-' ten-selected-tenant
                       delimited by space into chg-file-suffix
           end-evaluate
           move spaces to statement-file-path
           if billing-period = spaces
               string 'batch/chargeback-all'
                      chg-file-suffix delimited by space
                      '.txt' delimited by size
                   into statement-file-path
           else
               string 'batch/chargeback-' billing-period
                      chg-file-suffix delimited by space
                      '.txt' delimited by size
                   into statement-file-path
           end-if
           open output statement-file
           if statement-file-status not = '00'
                       move can-id to cmap-cand-id(cmap-max)
                       move can-cohort to cmap-cohort(cmap-max)
                   end-if
                   if can-sponsor not = spaces and smap-max < 100
                       add 1 to smap-max
                       move can-id to smap-cand-id(smap-max)
                       move can-sponsor to smap-sponsor(smap-max)
                   end-if
           end-read
           .

                   set ledger-eof to true
               not at end
                   add 1 to read-count
      *>  a record from before the tenant column bills to its
      *>  candidate's tenant
                   move led-tenant-in to ten-record-tenant
                   move led-candidate-in to ten-lookup-candidate
                   perform check-detail-tenant
                   if (billing-period = spaces
                       or led-timestamp-in(1:6) = billing-period)
                           and ten-in-selection
                       perform bill-ledger-record
                   end-if
           end-read
           else
               move 0 to chg-run-ms
           end-if
           if led-reversal-in = 'VOID'
               perform reverse-ledger-record
           else
               add chg-compiles to total-compiles
               add chg-compile-ms to total-compile-ms
               add chg-run-ms to total-run-ms
               perform find-account-entry
               if acct-found
                   add 1 to acct-records(acct-index)
                   add chg-compiles to acct-compiles(acct-index)
                   add chg-compile-ms to acct-compile-ms(acct-index)
                   add chg-run-ms to acct-run-ms(acct-index)
               end-if
           end-if
           .

      *>  the contra follows its original in the ledger, so the
      *>  account it backs out of is already on the table
       reverse-ledger-record.
           add 1 to reversed-count
           subtract chg-compiles from total-compiles
           subtract chg-compile-ms from total-compile-ms
           subtract chg-run-ms from total-run-ms
           perform find-account-entry
           if acct-found
               subtract 1 from acct-records(acct-index)
               subtract chg-compiles from acct-compiles(acct-index)
               subtract chg-compile-ms from acct-compile-ms(acct-index)
               subtract chg-run-ms from acct-run-ms(acct-index)
           end-if
           .

                   perform look-up-candidate-cohort
                   move cmap-cohort-result
                       to acct-cohort(acct-index)
                   move '(self-pay)' to acct-sponsor(acct-index)
                   move ten-record-tenant to acct-tenant(acct-index)
                   perform varying smap-index from 1 by 1
                           until smap-index > smap-max
                       if smap-cand-id(smap-index) = led-candidate-in
                           move smap-sponsor(smap-index)
                               to acct-sponsor(acct-index)
                       end-if
                   end-perform
                   set acct-found to true
               else
                   display '<CHARGEB-WARNING::> account table full,'
           end-if
           .

       roll-up-sponsor-accounts.
           move 'n' to sacct-found-switch
           move 1 to sacct-index
           perform test before
               until sacct-index > sacct-max or sacct-found
               if sacct-sponsor(sacct-index)
                       = acct-sponsor(acct-index)
                   set sacct-found to true
               else
                   add 1 to sacct-index
               end-if
           end-perform
           if not sacct-found
               if sacct-max < 30
                   add 1 to sacct-max
                   move sacct-max to sacct-index
                   move acct-sponsor(acct-index)
                       to sacct-sponsor(sacct-index)
                   move spaces to sacct-license(sacct-index)
                   set sacct-found to true
               end-if
           end-if
           if sacct-found
               add acct-records(acct-index)
                   to sacct-records(sacct-index)
               add acct-compiles(acct-index)
                   to sacct-compiles(sacct-index)
               add acct-compile-ms(acct-index)
                   to sacct-compile-ms(sacct-index)
               add acct-run-ms(acct-index)
                   to sacct-run-ms(sacct-index)
           end-if
           .

       roll-up-tenant-accounts.
           move 'n' to tacct-found-switch
           move 1 to tacct-index
           perform test before
               until tacct-index > tacct-max or tacct-found
               if tacct-tenant(tacct-index) = acct-tenant(acct-index)
                   set tacct-found to true
               else
                   add 1 to tacct-index
               end-if
           end-perform
           if not tacct-found
               if tacct-max < 50
                   add 1 to tacct-max
                   move tacct-max to tacct-index
                   move acct-tenant(acct-index)
                       to tacct-tenant(tacct-index)
                   set tacct-found to true
               end-if
           end-if
           if tacct-found
               add acct-records(acct-index)
                   to tacct-records(tacct-index)
               add acct-compiles(acct-index)
                   to tacct-compiles(tacct-index)
               add acct-compile-ms(acct-index)
                   to tacct-compile-ms(tacct-index)
               add acct-run-ms(acct-index)
                   to tacct-run-ms(tacct-index)
           end-if
           .

      *>  the seat license line each sponsor's invoice carries,
      *>  from spnrpt's feed; a sponsor the feed does not know
      *>  is invoiced for usage alone.
       load-sponsor-licenses.
           open input feed-file
           if feed-file-status = '00'
               perform read-next-sponsor-license until feed-eof
               close feed-file
           end-if
           .

       read-next-sponsor-license.
           read feed-file
               at end
                   set feed-eof to true
               not at end
                   perform varying sacct-index from 1 by 1
                           until sacct-index > sacct-max
                       if sacct-sponsor(sacct-index) = fed-sponsor-in
                           string 'seat license: '
                                  fed-seats-in ' purchased, '
                                  fed-seats-used-in ' in use, term '
                                  fed-from-in '-' fed-to-in ' '
                                  fed-standing-in
                               delimited by size
                               into sacct-license(sacct-index)
                       end-if
                   end-perform
           end-read
           .

       write-chargeback-statement.
           move spaces to statement-line
           if billing-period = spaces
                      billing-period(1:4) '-' billing-period(5:2)
                   delimited by size into statement-line
           end-if
           if ten-all-selected
               string function trim(statement-line)
                      ', every tenant'
                   delimited by size into statement-line
           else
               string function trim(statement-line)
                      ', tenant ' ten-selected-tenant
                   delimited by size into statement-line
           end-if
           write statement-record from statement-line
           move all '-' to statement-record
           write statement-record
           perform write-cohort-line
               varying cacct-index from 1 by 1
               until cacct-index > cacct-max
           move spaces to statement-record
           write statement-record
           move 'BY SPONSOR (invoice to):' to statement-record
           write statement-record
           perform write-sponsor-line
               varying sacct-index from 1 by 1
               until sacct-index > sacct-max
           move spaces to statement-record
           write statement-record
           move 'BY TENANT (academy):' to statement-record
           write statement-record
           perform write-tenant-line
               varying tacct-index from 1 by 1
               until tacct-index > tacct-max
           move all '-' to statement-record
           write statement-record
           move selected-count to count-display
                  function trim(count-display) ' read'
               delimited by size into statement-line
           write statement-record from statement-line
           move reversed-count to count-display
           move spaces to statement-line
           string '                '
                  function trim(count-display)
                  ' void reversal(s) among them'
               delimited by size into statement-line
           write statement-record from statement-line
           move total-compiles to count-display
           move spaces to statement-line
           string '                '
           write statement-record from statement-line
           .

       write-tenant-line.
           move spaces to statement-line
           move '  ' to statement-line(1:2)
           move tacct-tenant(tacct-index) to statement-line(3:8)
           move tacct-records(tacct-index) to count-display
           move count-display(3:6) to statement-line(33:6)
           move tacct-compiles(tacct-index) to count-display
           move count-display to statement-line(41:8)
           move tacct-compile-ms(tacct-index) to ms-display
           move ms-display to statement-line(51:12)
           move tacct-run-ms(tacct-index) to ms-display
           move ms-display to statement-line(64:12)
           write statement-record from statement-line
           .

       write-sponsor-line.
           move spaces to statement-line
           move '  ' to statement-line(1:2)
           move sacct-sponsor(sacct-index) to statement-line(3:10)
           move sacct-records(sacct-index) to count-display
           move count-display(3:6) to statement-line(33:6)
           move sacct-compiles(sacct-index) to count-display
           move count-display to statement-line(41:8)
           move sacct-compile-ms(sacct-index) to ms-display
           move ms-display to statement-line(51:12)
           move sacct-run-ms(sacct-index) to ms-display
           move ms-display to statement-line(64:12)
           write statement-record from statement-line
           if sacct-license(sacct-index) not = spaces
               move spaces to statement-line
               move sacct-license(sacct-index)
                   to statement-line(5:80)
               write statement-record from statement-line
           end-if
           .

           copy ttenhelp.

       end program chargeb.
