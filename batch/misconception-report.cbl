       program-id. misconrpt.

      *>  Misconception rollup for instructors. When a failed
      *>  compare fits one of the known-mistake signatures in
      *>  batch/misconception-rules.txt the harness follows the
      *>  <FAILED::> event with a <MISCONCEPTION::> <code> event;
      *>  this report counts those codes across every candidate's
      *>  results stream, once per kata and once per cohort, so
      *>  "half the March intake still truncates high-order digits
      *>  on the payroll kata" is a line on a page instead of a hunch
      *>  from reading feedback bundles - the reteach list.
      *>
      *>  Input: batch/.build/results-events-by-cand.txt (the
      *>  candidate-stamped events run-all-katas.sh collects for the
      *>  triage report) and the candidate master for the cohort of
      *>  each candidate; a candidate the master doesn't know counts
      *>  under '(none)', as in the trend report. Each line shows the
      *>  occurrences (failed assertions) and the distinct candidates
      *>  who made the mistake, out of the candidates who ran the kata
      *>  or belong to the cohort at all.
      *>
      *>  Only the selected tenant's candidates are counted
      *>  (src/ttendata.cpy): the home tenant's, another's with
      *>  TENANT=<tenant>, or every tenant's with TENANT=*.
      *>
      *>  Usage: misconrpt [TENANT=<tenant>]   (run from the repo
      *>  root)

       environment division.
       input-output section.
       file-control.
           select cevents-file assign to dynamic cevents-file-path
               organization line sequential
               file status cevents-file-status.
           copy tcanfc.
           copy ttenfc.

       data division.
       file section.
       fd  cevents-file.
       01  cevents-record.
           05 cev-candidate-in pic x(20).
           05 cev-kata-in      pic x(20).
           05 cev-event-in     pic x(250).
           copy tcanfd.
           copy ttenfd.

       working-storage section.
           copy tcandata.
           copy tcohdata.
           copy ttendata.

       01  cevents-file-path   pic x(100) value
           'batch/.build/results-events-by-cand.txt'.
       01  cevents-file-status pic x(2) value spaces.
       01  cevents-eof-switch  pic x value 'n'.
           88 cevents-eof      value 'y'.

      *>  One entry per kata/code and per cohort/code pair seen,
      *>  with the distinct candidates behind it.
       01  mkt-max             pic 9(3) value 0.
       01  mkt-table.
           05 mkt-entry occurs 200 times.
              10 mkt-kata          pic x(20).
              10 mkt-code          pic x(16).
              10 mkt-occurrences   pic 9(5) value 0.
              10 mkt-cand-count    pic 9(3) value 0.
              10 mkt-cand-slot occurs 30 times
                 pic x(20).
       01  mkt-index           pic 9(3) value 0.
       01  mct-max             pic 9(3) value 0.
       01  mct-table.
           05 mct-entry occurs 100 times.
              10 mct-cohort        pic x(10).
              10 mct-code          pic x(16).
              10 mct-occurrences   pic 9(5) value 0.
              10 mct-cand-count    pic 9(3) value 0.
              10 mct-cand-slot occurs 30 times
                 pic x(20).
       01  mct-index           pic 9(3) value 0.
       01  mis-cand-index      pic 9(3) value 0.
       01  mis-found-switch    pic x value 'n'.
           88 mis-found        value 'y'.
       01  mis-cand-known-switch pic x value 'n'.
           88 mis-cand-known   value 'y'.
       01  mis-event-code      pic x(16) value spaces.

      *>  Rosters the "out of" figures come from: every candidate
      *>  with any event for a kata, every such candidate under
      *>  their cohort.
       01  mkr-max             pic 9(3) value 0.
       01  mkr-table.
           05 mkr-entry occurs 60 times.
              10 mkr-kata          pic x(20).
              10 mkr-cand-count    pic 9(3) value 0.
              10 mkr-cand-slot occurs 30 times
                 pic x(20).
       01  mkr-index           pic 9(3) value 0.
       01  mcr-max             pic 9(3) value 0.
       01  mcr-table.
           05 mcr-entry occurs 20 times.
              10 mcr-cohort        pic x(10).
              10 mcr-cand-count    pic 9(3) value 0.
              10 mcr-cand-slot occurs 60 times
                 pic x(20).
       01  mcr-index           pic 9(3) value 0.

       01  mis-occur-display   pic z(4)9.
       01  mis-cand-display    pic z(2)9.
       01  mis-roster-display  pic z(2)9.

       procedure division.
           accept ten-command-args from command-line
           move 'MISCONCEPTION' to ten-program
           perform take-tenant-selection
           if ten-selection-bad
               move 2 to return-code
               goback
           end-if
           perform load-candidate-cohort-map
           open input cevents-file
           if cevents-file-status not = '00'
               display '<MISCONCEPTION-ERROR::> cannot open '
                       function trim(cevents-file-path)
               move 1 to return-code
               goback
           end-if
           perform read-next-cevents-record until cevents-eof
           close cevents-file
           display '<MISCONCEPTION-REPORT::> misconceptions per kata'
           perform display-kata-entry
               varying mkt-index from 1 by 1
               until mkt-index > mkt-max
           display '<COHORT-MISCONCEPTIONS::> misconceptions per'
                   ' cohort'
           perform display-cohort-entry
               varying mct-index from 1 by 1
               until mct-index > mct-max
           goback.

      *>  Candidate-to-cohort map from the candidate master; no
      *>  master yet leaves everything in the '(none)' cohort.
       load-candidate-cohort-map.
           open input candidate-file
           if candidate-file-status = '00'
               perform read-next-master-record until candidate-eof
               close candidate-file
           end-if
           .

       read-next-master-record.
           read candidate-file next
               at end
                   set candidate-eof to true
               not at end
                   if cmap-max < 100
                       add 1 to cmap-max
                       move can-id to cmap-cand-id(cmap-max)
                       move can-cohort to cmap-cohort(cmap-max)
                   end-if
           end-read
           .

       look-up-candidate-cohort.
           move '(none)' to cmap-cohort-result
           move 'n' to cmap-found-switch
           move 1 to cmap-index
           perform test before
               until cmap-index > cmap-max or cmap-found
               if cmap-cand-id(cmap-index) = cmap-lookup-id
                   set cmap-found to true
               else
                   add 1 to cmap-index
               end-if
           end-perform
           if cmap-found
               and cmap-cohort(cmap-index) not = spaces
               move cmap-cohort(cmap-index) to cmap-cohort-result
           end-if
           .

       read-next-cevents-record.
           read cevents-file
               at end
                   set cevents-eof to true
               not at end
                   move cev-candidate-in to ten-lookup-candidate
                   perform check-candidate-tenant
                   if ten-in-selection
                       move cev-candidate-in to cmap-lookup-id
                       perform look-up-candidate-cohort
                       perform note-kata-roster
                       perform note-cohort-roster
                       if cev-event-in(1:18) = '<MISCONCEPTION::> '
                           move cev-event-in(19:16) to mis-event-code
                           perform accept-kata-misconception
                           perform accept-cohort-misconception
                       end-if
                   end-if
           end-read
           .

       note-kata-roster.
           move 'n' to mis-found-switch
           move 1 to mkr-index
           perform test before
               until mkr-index > mkr-max or mis-found
               if mkr-kata(mkr-index) = cev-kata-in
                   set mis-found to true
               else
                   add 1 to mkr-index
               end-if
           end-perform
           if not mis-found and mkr-max < 60
               add 1 to mkr-max
               move mkr-max to mkr-index
               move cev-kata-in to mkr-kata(mkr-index)
               set mis-found to true
           end-if
           if mis-found
               move 'n' to mis-cand-known-switch
               perform varying mis-cand-index from 1 by 1
                       until mis-cand-index > mkr-cand-count(mkr-index)
                   if mkr-cand-slot(mkr-index mis-cand-index)
                           = cev-candidate-in
                       set mis-cand-known to true
                   end-if
               end-perform
               if not mis-cand-known
                       and mkr-cand-count(mkr-index) < 30
                   add 1 to mkr-cand-count(mkr-index)
                   move cev-candidate-in to
                       mkr-cand-slot(mkr-index
                           mkr-cand-count(mkr-index))
               end-if
           end-if
           .

       note-cohort-roster.
           move 'n' to mis-found-switch
           move 1 to mcr-index
           perform test before
               until mcr-index > mcr-max or mis-found
               if mcr-cohort(mcr-index) = cmap-cohort-result
                   set mis-found to true
               else
                   add 1 to mcr-index
               end-if
           end-perform
           if not mis-found and mcr-max < 20
               add 1 to mcr-max
               move mcr-max to mcr-index
               move cmap-cohort-result to mcr-cohort(mcr-index)
               set mis-found to true
           end-if
           if mis-found
               move 'n' to mis-cand-known-switch
               perform varying mis-cand-index from 1 by 1
                       until mis-cand-index > mcr-cand-count(mcr-index)
                   if mcr-cand-slot(mcr-index mis-cand-index)
                           = cev-candidate-in
                       set mis-cand-known to true
                   end-if
               end-perform
               if not mis-cand-known
                       and mcr-cand-count(mcr-index) < 60
                   add 1 to mcr-cand-count(mcr-index)
                   move cev-candidate-in to
                       mcr-cand-slot(mcr-index
                           mcr-cand-count(mcr-index))
               end-if
           end-if
           .

       accept-kata-misconception.
           move 'n' to mis-found-switch
           move 1 to mkt-index
           perform test before
               until mkt-index > mkt-max or mis-found
               if mkt-kata(mkt-index) = cev-kata-in
                   and mkt-code(mkt-index) = mis-event-code
                   set mis-found to true
               else
                   add 1 to mkt-index
               end-if
           end-perform
           if not mis-found
               if mkt-max < 200
                   add 1 to mkt-max
                   move mkt-max to mkt-index
                   move cev-kata-in to mkt-kata(mkt-index)
                   move mis-event-code to mkt-code(mkt-index)
                   set mis-found to true
               else
                   display '<MISCONCEPTION-WARNING::> kata table'
                           ' full, dropping '
                           function trim(cev-kata-in) ' '
                           function trim(mis-event-code)
               end-if
           end-if
           if mis-found
               add 1 to mkt-occurrences(mkt-index)
               move 'n' to mis-cand-known-switch
               perform varying mis-cand-index from 1 by 1
                       until mis-cand-index > mkt-cand-count(mkt-index)
                   if mkt-cand-slot(mkt-index mis-cand-index)
                           = cev-candidate-in
                       set mis-cand-known to true
                   end-if
               end-perform
               if not mis-cand-known
                       and mkt-cand-count(mkt-index) < 30
                   add 1 to mkt-cand-count(mkt-index)
                   move cev-candidate-in to
                       mkt-cand-slot(mkt-index
                           mkt-cand-count(mkt-index))
               end-if
           end-if
           .

       accept-cohort-misconception.
           move 'n' to mis-found-switch
           move 1 to mct-index
           perform test before
               until mct-index > mct-max or mis-found
               if mct-cohort(mct-index) = cmap-cohort-result
                   and mct-code(mct-index) = mis-event-code
                   set mis-found to true
               else
                   add 1 to mct-index
               end-if
           end-perform
           if not mis-found
               if mct-max < 100
                   add 1 to mct-max
                   move mct-max to mct-index
                   move cmap-cohort-result to mct-cohort(mct-index)
                   move mis-event-code to mct-code(mct-index)
                   set mis-found to true
               else
                   display '<MISCONCEPTION-WARNING::> cohort table'
                           ' full, dropping '
                           function trim(cmap-cohort-result) ' '
                           function trim(mis-event-code)
               end-if
           end-if
           if mis-found
               add 1 to mct-occurrences(mct-index)
               move 'n' to mis-cand-known-switch
               perform varying mis-cand-index from 1 by 1
                       until mis-cand-index > mct-cand-count(mct-index)
                   if mct-cand-slot(mct-index mis-cand-index)
                           = cev-candidate-in
                       set mis-cand-known to true
                   end-if
               end-perform
               if not mis-cand-known
                       and mct-cand-count(mct-index) < 30
                   add 1 to mct-cand-count(mct-index)
                   move cev-candidate-in to
                       mct-cand-slot(mct-index
                           mct-cand-count(mct-index))
               end-if
           end-if
           .

       display-kata-entry.
           move 0 to mis-roster-display
           perform varying mkr-index from 1 by 1
                   until mkr-index > mkr-max
               if mkr-kata(mkr-index) = mkt-kata(mkt-index)
                   move mkr-cand-count(mkr-index)
                       to mis-roster-display
               end-if
           end-perform
           move mkt-occurrences(mkt-index) to mis-occur-display
           move mkt-cand-count(mkt-index) to mis-cand-display
           display function trim(mkt-kata(mkt-index)) ' '
                   function trim(mkt-code(mkt-index))
                   ' occurrences=' function trim(mis-occur-display)
                   ' candidates=' function trim(mis-cand-display)
                   ' of ' function trim(mis-roster-display)
           .

       display-cohort-entry.
           move 0 to mis-roster-display
           perform varying mcr-index from 1 by 1
                   until mcr-index > mcr-max
               if mcr-cohort(mcr-index) = mct-cohort(mct-index)
                   move mcr-cand-count(mcr-index)
                       to mis-roster-display
               end-if
           end-perform
           move mct-occurrences(mct-index) to mis-occur-display
           move mct-cand-count(mct-index) to mis-cand-display
           display function trim(mct-cohort(mct-index)) ' '
                   function trim(mct-code(mct-index))
                   ' occurrences=' function trim(mis-occur-display)
                   ' candidates=' function trim(mis-cand-display)
                   ' of ' function trim(mis-roster-display)
           .

           copy ttenhelp.

       end program misconrpt.
