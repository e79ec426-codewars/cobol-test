       program-id. caprpt.

      *>  Storage capacity report. The audit trail, case-results
      *>  master, forensics bundles, generation archives, submission
      *>  scratch and usage ledger all grow every night, and the only
      *>  space controls are the post-batch cleanup sweep and the
      *>  monthly audit consolidation - a full disk has been the most
      *>  common abend. batch/capacity-check.sh measures each store
      *>  named on batch/capacity-limits.txt (size in KB, and a
      *>  record count for the line files and directories) into
      *>  batch/.build/capacity-measure.txt - store(12) kind(6)
      *>  size-kb(10) records(10) - and runs this program, which:
      *>
      *>    - counts the records of a KEYED store itself (the
      *>      case-results master, src/tcrsdata.cpy), and the
      *>      ACTIVE candidates on the candidate master
      *>    - keeps the measurement history on
      *>      batch/capacity-history.txt: date(8) store(12)
      *>      size-kb(10) records(10) candidates(6), one row per
      *>      store per day
      *>    - works out each store's growth per night, in KB and in
      *>      records, against its oldest measurement of the last 90
      *>      days, and the KB per candidate per night
      *>    - projects the date the store passes its allocation at
      *>      that rate, and flags it WARNING when that is within the
      *>      store's warn-days, OVER when it already has
      *>
      *>  Each flagged store is also displayed as a
      *>  <CAPRPT-WARNING::> line (severity, store, text), which
      *>  capacity-check.sh turns into an incident.
      *>
      *>  Usage: caprpt   (run from the repo root)
      *>  Output: batch/capacity-report.txt. Return code 1 when any
      *>  store is flagged.

       environment division.
       input-output section.
       file-control.
           copy tccrfc.
           copy tcrsfc.
           copy tcanfc.
           select measure-file assign to dynamic measure-file-path
               organization line sequential
               file status measure-file-status.
           select history-file assign to dynamic history-file-path
               organization line sequential
               file status history-file-status.
           select caprpt-file assign to dynamic caprpt-file-path
               organization line sequential
               file status caprpt-file-status.

       data division.
       file section.
           copy tccrfd.
           copy tcrsfd.
           copy tcanfd.
       fd  measure-file.
       01  measure-record.
           05 msr-store-in    pic x(12).
           05 msr-kind-in     pic x(6).
           05 msr-size-kb-in  pic x(10).
           05 msr-records-in  pic x(10).
       fd  history-file.
       01  history-record.
           05 hst-date-in     pic x(8).
           05 hst-store-in    pic x(12).
           05 hst-size-kb-in  pic 9(10).
           05 hst-records-in  pic 9(10).
           05 hst-candidates-in pic 9(6).
       fd  caprpt-file.
       01  caprpt-record pic x(132).

       working-storage section.
           copy tccrdata.
           copy tcrsdata.
           copy tcandata.
       01  measure-file-path  pic x(100)
                           value 'batch/.build/capacity-measure.txt'.
       01  measure-file-status pic x(2) value spaces.
       01  measure-eof-switch pic x value 'n'.
           88 measure-eof     value 'y'.
       01  history-file-path  pic x(100)
                               value 'batch/capacity-history.txt'.
       01  history-file-status pic x(2) value spaces.
       01  history-eof-switch pic x value 'n'.
           88 history-eof     value 'y'.
       01  caprpt-file-path   pic x(100)
                               value 'batch/capacity-report.txt'.
       01  caprpt-file-status pic x(2) value spaces.

       01  current-date-stamp pic x(21).
       01  today-date         pic x(8).
       01  today-integer      pic 9(7) value 0.
       01  trend-window-days  pic 9(3) value 90.

      *>  One row per store on the limits file, with tonight's
      *>  measurement and its trend baseline.
       01  store-max          pic 9(2) value 0.
       01  store-table.
           05 store-entry occurs 50 times.
              10 store-name       pic x(12).
              10 store-kind       pic x(6).
              10 store-allocation pic 9(10).
              10 store-warn-days  pic 9(4).
              10 store-size-kb    pic 9(10).
              10 store-records    pic 9(10).
              10 store-measured-switch pic x.
                 88 store-measured value 'y'.
              10 store-base-date  pic x(8).
              10 store-base-kb    pic 9(10).
              10 store-base-records pic 9(10).
              10 store-logged-switch pic x.
                 88 store-logged-today value 'y'.
       01  store-index        pic 9(2) value 0.
       01  store-found-switch pic x value 'n'.
           88 store-found     value 'y'.
       01  lookup-store       pic x(12).

       01  keyed-record-count pic 9(10) value 0.
       01  candidate-count    pic 9(6) value 0.
       01  window-start-date  pic 9(8) value 0.
       01  window-start-x redefines window-start-date pic x(8).

       01  trend-nights       pic 9(5) value 0.
       01  kb-per-night       pic s9(9)v99 value 0.
       01  records-per-night  pic s9(9)v99 value 0.
       01  kb-per-candidate   pic s9(7)v999 value 0.
       01  pct-used           pic 9(5) value 0.
       01  nights-left        pic 9(7) value 0.
       01  exceed-date        pic 9(8) value 0.
       01  exceed-date-x redefines exceed-date pic x(8).
       01  store-verdict      pic x(8).
       01  warning-severity   pic x(4).
       01  flagged-count      pic 9(3) value 0.

       01  size-display       pic z(9)9.
       01  growth-display     pic -(8)9.99.
       01  per-cand-display   pic -(6)9.999.
       01  pct-display        pic zzzz9.
       01  count-display      pic z(4)9.
       01  projection-text    pic x(10).
       01  warning-text       pic x(60).
       01  report-line        pic x(132).

       procedure division.
           move function current-date to current-date-stamp
           move current-date-stamp(1:8) to today-date
           compute today-integer = function integer-of-date(
               function numval(today-date))
           compute window-start-date = function date-of-integer(
               today-integer - trend-window-days)
           perform load-store-limits
           if store-max = 0
               display '<CAPRPT-ERROR::> no stores on '
                       function trim(control-file-path)
               move 2 to return-code
               goback
           end-if
           perform load-measurements
           perform count-keyed-stores
           perform count-active-candidates
           perform load-history
           perform append-history
           open output caprpt-file
           if caprpt-file-status not = '00'
               display '<CAPRPT-ERROR::> cannot open '
                       function trim(caprpt-file-path)
               move 2 to return-code
               goback
           end-if
           perform write-report-heading
           perform report-one-store
               varying store-index from 1 by 1
               until store-index > store-max
           move all '-' to caprpt-record
           write caprpt-record
           move spaces to report-line
           move store-max to count-display
           string 'CONTROL TOTALS: ' function trim(count-display)
                  ' store(s), '
               delimited by size into report-line
           move flagged-count to count-display
           string function trim(report-line) ' '
                  function trim(count-display) ' flagged, '
               delimited by size into report-line
           move candidate-count to count-display
           string function trim(report-line) ' '
                  function trim(count-display) ' active candidate(s)'
               delimited by size into report-line
           write caprpt-record from report-line
           close caprpt-file
           display '<CAPRPT::> ' store-max ' store(s), '
                   flagged-count ' flagged; report in '
                   function trim(caprpt-file-path)
           if flagged-count > 0
               move 1 to return-code
           end-if
           goback.

      *>  The limits file is a control file under change control,
      *>  read through the same helpers as the others.
       load-store-limits.
           move 'CAPACITY' to control-file-code
           perform find-control-file
           perform load-control-rows
           perform varying ctlr-index from 1 by 1
                   until ctlr-index > ctlr-max
               if ctlr-row(ctlr-index)(1:1) not = '#'
                   and ctlr-row(ctlr-index) not = spaces
                   and store-max < 50
                   add 1 to store-max
                   initialize store-entry(store-max)
                   move ctlr-row(ctlr-index)(1:12)
                       to store-name(store-max)
                   move ctlr-row(ctlr-index)(13:6)
                       to store-kind(store-max)
                   if ctlr-row(ctlr-index)(19:10) is numeric
                       move ctlr-row(ctlr-index)(19:10)
                           to store-allocation(store-max)
                   end-if
                   if ctlr-row(ctlr-index)(29:4) is numeric
                       move ctlr-row(ctlr-index)(29:4)
                           to store-warn-days(store-max)
                   end-if
               end-if
           end-perform
           .

       find-store.
           move 'n' to store-found-switch
           move 1 to store-index
           perform test before
               until store-index > store-max or store-found
               if store-name(store-index) = lookup-store
                   set store-found to true
               else
                   add 1 to store-index
               end-if
           end-perform
           .

       load-measurements.
           open input measure-file
           if measure-file-status not = '00'
               display '<CAPRPT-ERROR::> no measurements at '
                       function trim(measure-file-path)
                       ' (batch/capacity-check.sh writes them)'
               move 2 to return-code
               goback
           end-if
           perform read-next-measurement until measure-eof
           close measure-file
           .

       read-next-measurement.
           read measure-file
               at end
                   set measure-eof to true
               not at end
                   move msr-store-in to lookup-store
                   perform find-store
                   if store-found
                       set store-measured(store-index) to true
                       if msr-size-kb-in is numeric
                           move msr-size-kb-in
                               to store-size-kb(store-index)
                       end-if
                       if msr-records-in is numeric
                           move msr-records-in
                               to store-records(store-index)
                       end-if
                   end-if
           end-read
           .

      *>  A keyed master's record count is not its line count; the
      *>  case-results master is read end to end instead.
       count-keyed-stores.
           perform varying store-index from 1 by 1
                   until store-index > store-max
               if store-kind(store-index) = 'KEYED'
                   and store-measured(store-index)
                   if keyed-record-count = 0
                       perform count-case-results
                   end-if
                   move keyed-record-count
                       to store-records(store-index)
               end-if
           end-perform
           .

       count-case-results.
           open input case-results-file
           if case-results-status = '00'
               perform read-next-case-result until case-results-eof
               close case-results-file
           end-if
           .

       read-next-case-result.
           read case-results-file next
               at end
                   set case-results-eof to true
               not at end
                   add 1 to keyed-record-count
           end-read
           .

       count-active-candidates.
           open input candidate-file
           if candidate-file-status = '00'
               perform read-next-candidate until candidate-eof
               close candidate-file
           end-if
           .

       read-next-candidate.
           read candidate-file next
               at end
                   set candidate-eof to true
               not at end
                   if can-status = 'ACTIVE  '
                       add 1 to candidate-count
                   end-if
           end-read
           .

      *>  The trend baseline is each store's oldest row inside the
      *>  window; a row already on file for today means tonight's
      *>  measurement has been logged (a rerun adds nothing).
       load-history.
           open input history-file
           if history-file-status = '00'
               perform read-next-history until history-eof
               close history-file
           end-if
           .

       read-next-history.
           read history-file
               at end
                   set history-eof to true
               not at end
                   move hst-store-in to lookup-store
                   perform find-store
                   if store-found
                       if hst-date-in = today-date
                           set store-logged-today(store-index) to true
                       end-if
                       if hst-date-in >= window-start-x
                           and hst-date-in < today-date
                           and (store-base-date(store-index) = spaces
                               or hst-date-in
                                   < store-base-date(store-index))
                           move hst-date-in
                               to store-base-date(store-index)
                           move hst-size-kb-in
                               to store-base-kb(store-index)
                           move hst-records-in
                               to store-base-records(store-index)
                       end-if
                   end-if
           end-read
           .

       append-history.
           open extend history-file
           if history-file-status = '35'
               open output history-file
           end-if
           perform varying store-index from 1 by 1
                   until store-index > store-max
               if store-measured(store-index)
                   and not store-logged-today(store-index)
                   move today-date to hst-date-in
                   move store-name(store-index) to hst-store-in
                   move store-size-kb(store-index) to hst-size-kb-in
                   move store-records(store-index) to hst-records-in
                   move candidate-count to hst-candidates-in
                   write history-record
               end-if
           end-perform
           close history-file
           .

       write-report-heading.
           move spaces to report-line
           string 'STORAGE CAPACITY - ' today-date(1:4) '-'
                  today-date(5:2) '-' today-date(7:2)
                  ' (growth against the oldest measurement of the'
                  ' last 90 days)'
               delimited by size into report-line
           write caprpt-record from report-line
           move all '-' to caprpt-record
           write caprpt-record
           move spaces to report-line
           string 'STORE           SIZE-KB    RECORDS    KB/NIGHT'
                  '  RECS/NIGHT KB/CAND/NT    ALLOC-KB USED%'
                  ' FULL-BY    VERDICT'
               delimited by size into report-line
           write caprpt-record from report-line
           .

       report-one-store.
           move 'OK' to store-verdict
           move spaces to projection-text warning-text
           move 0 to kb-per-night records-per-night kb-per-candidate
           if not store-measured(store-index)
               move 'UNMEASRD' to store-verdict
           else
               perform work-out-growth
               perform project-full-date
           end-if
           move spaces to report-line
           move store-name(store-index) to report-line(1:12)
           move store-size-kb(store-index) to size-display
           move size-display to report-line(14:10)
           move store-records(store-index) to size-display
           move size-display to report-line(25:10)
           if store-base-date(store-index) = spaces
               move '    no trend yet' to report-line(36:24)
           else
               move kb-per-night to growth-display
               move growth-display to report-line(36:12)
               move records-per-night to growth-display
               move growth-display to report-line(48:12)
           end-if
           if candidate-count > 0
               and store-base-date(store-index) not = spaces
               move kb-per-candidate to per-cand-display
               move per-cand-display to report-line(61:11)
           end-if
           move store-allocation(store-index) to size-display
           move size-display to report-line(73:10)
           move pct-used to pct-display
           move pct-display to report-line(84:5)
           move projection-text to report-line(90:10)
           move store-verdict to report-line(101:8)
           write caprpt-record from report-line
           if warning-text not = spaces
               add 1 to flagged-count
               move spaces to report-line
               string '             ' warning-text
                   delimited by size into report-line
               write caprpt-record from report-line
               display '<CAPRPT-WARNING::> ' warning-severity ' '
                       store-name(store-index) ' '
                       function trim(warning-text)
           end-if
           .

       work-out-growth.
           move 0 to pct-used
           if store-allocation(store-index) > 0
               compute pct-used = store-size-kb(store-index) * 100
                   / store-allocation(store-index)
           end-if
           if store-base-date(store-index) not = spaces
               compute trend-nights = today-integer
                   - function integer-of-date(function numval(
                       store-base-date(store-index)))
               if trend-nights > 0
                   compute kb-per-night rounded =
                       (store-size-kb(store-index)
                        - store-base-kb(store-index)) / trend-nights
                   compute records-per-night rounded =
                       (store-records(store-index)
                        - store-base-records(store-index))
                       / trend-nights
                   if candidate-count > 0
                       compute kb-per-candidate rounded =
                           kb-per-night / candidate-count
                   end-if
               end-if
           end-if
           .

       project-full-date.
           if store-size-kb(store-index)
               >= store-allocation(store-index)
               move 'OVER' to store-verdict
               move 'now' to projection-text
               move 'SEV2' to warning-severity
               move spaces to warning-text
               move pct-used to pct-display
               string 'at ' function trim(pct-display)
                      '% of its allocation'
                   delimited by size into warning-text
           else
               if kb-per-night > 0
                   perform project-at-present-rate
               end-if
           end-if
           .

      *>  Past ten years out the date means nothing; say so.
       project-at-present-rate.
           compute nights-left =
               (store-allocation(store-index)
                - store-size-kb(store-index)) / kb-per-night
               on size error
                   move 9999999 to nights-left
           end-compute
           if nights-left > 3650
               move '10+ years' to projection-text
           else
               compute exceed-date = function date-of-integer(
                   today-integer + nights-left)
               string exceed-date-x(1:4) '-' exceed-date-x(5:2) '-'
                      exceed-date-x(7:2)
                   delimited by size into projection-text
               if nights-left <= store-warn-days(store-index)
                   move 'WARNING' to store-verdict
                   move 'SEV3' to warning-severity
                   move nights-left to count-display
                   string 'full by ' projection-text ' in '
                          function trim(count-display) ' night(s)'
                       delimited by size into warning-text
               end-if
           end-if
           .

           copy tccrhelp.

       end program caprpt.
