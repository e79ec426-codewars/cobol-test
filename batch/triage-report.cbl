      *>  kata (distinct candidates with any events at all) is counted
      *>  from the same file, so the kill rate is failures out of
      *>  candidates who actually ran the kata, not out of everyone.
      *>
      *>  Testcases are told apart by their stable case id (the
      *>  id column of the <IT::> event each failure follows), not
      *>  by title: a random case's title carries that candidate's
      *>  generated data, so grouping by title scattered one
      *>  testcase across as many lines as there were candidates.
      *>  The title shown is the first one seen for the id. A
      *>  stream from before the ids were stamped falls back to the
      *>  annotation's title, as the report always did.
      *>
      *>  Only the selected tenant's candidates are counted
      *>  (src/ttendata.cpy): the home tenant's, another's with
      *>  TENANT=<tenant>, or every tenant's with TENANT=* - a shared
      *>  kata's author reading every academy's failures, which is
      *>  how run-all-katas.sh runs it.
      *>
      *>  Usage: triagerpt [TENANT=<tenant>]   (run from the repo
      *>  root)

       environment division.
       input-output section.
       file-control.
           copy ttenfc.
           select cevents-file assign to dynamic cevents-file-path
               organization line sequential
               file status cevents-file-status.

       data division.
       file section.
           copy ttenfd.
       fd  cevents-file.
       01  cevents-record.
           05 cev-candidate-in pic x(20).
           05 cev-event-in     pic x(250).

       working-storage section.
           copy ttendata.
       01  cevents-file-path   pic x(100) value
           'batch/.build/results-events-by-cand.txt'.
       01  cevents-file-status pic x(2) value spaces.
       01  tri-table.
           05 tri-entry occurs 200 times.
              10 tri-kata          pic x(20).
              10 tri-case-id       pic x(24).
              10 tri-case-title    pic x(60).
              10 tri-kill-count    pic 9(3) value 0.
              10 tri-cand-slot occurs 30 times
       01  parse-line-part     pic x(40).
       01  tri-search-kata     pic x(20).
       01  tri-search-title    pic x(60).
       01  tri-search-id       pic x(24).

      *>  The testcase the stream is currently inside, from its
      *>  last <IT::> event.
       01  tri-open-case-id    pic x(24) value spaces.
       01  tri-open-title      pic x(60) value spaces.
       01  tri-stream-key      pic x(40) value spaces.
       01  tri-best-index      pic 9(3) value 0.
       01  tri-best-count      pic 9(3) value 0.
       01  tri-printed-flags.
       01  coh-count-display   pic z(2)9.

       procedure division.
           accept ten-command-args from command-line
           move 'TRIAGE' to ten-program
           perform take-tenant-selection
           if ten-selection-bad
               move 2 to return-code
               goback
           end-if
           open input cevents-file
           if cevents-file-status not = '00'
               display '<TRIAGE-ERROR::> cannot open '
               at end
                   set cevents-eof to true
               not at end
                   move cev-candidate-in to ten-lookup-candidate
                   perform check-candidate-tenant
                   if ten-in-selection
                       perform note-cohort-member
                       perform track-open-case
                       if cev-event-in(1:8) = '<FAILED:'
                           perform accept-failure-event
                       end-if
                   end-if
           end-read
           .
           end-if
           .

      *>  Follow which testcase the stream is inside: a new
      *>  candidate/kata stream or its header starts clean, an
      *>  <IT::> opens the case whose id later failures belong to.
       track-open-case.
           if cev-candidate-in not = tri-stream-key(1:20)
               or cev-kata-in not = tri-stream-key(21:20)
               or cev-event-in(1:15) = '<RESULTS-HDR::>'
               move cev-candidate-in to tri-stream-key(1:20)
               move cev-kata-in to tri-stream-key(21:20)
               move spaces to tri-open-case-id tri-open-title
           end-if
           if cev-event-in(1:7) = '<IT::> '
               move cev-event-in(101:24) to tri-open-case-id
               move cev-event-in(8:60) to tri-open-title
           end-if
           .

      *>  Pull the testcase title out of the "[testcase: ...,
      *>  line ...]" annotation assert-false appends; a failure
      *>  without one (an assert performed outside the annotation
               unstring parse-rest delimited by ', line'
                   into tri-search-title parse-line-part
           end-if
           if tri-open-case-id not = spaces
               move tri-open-case-id to tri-search-id
               move tri-open-title to tri-search-title
           else
               move tri-search-title to tri-search-id
           end-if
           move cev-kata-in to tri-search-kata
           perform find-triage-entry
           if not tri-found and tri-max < 200
               add 1 to tri-max
               move tri-max to tri-index
               move tri-search-kata to tri-kata(tri-index)
               move tri-search-id to tri-case-id(tri-index)
               move tri-search-title to tri-case-title(tri-index)
               set tri-found to true
           end-if
           perform test before
               until tri-index > tri-max or tri-found
               if tri-kata(tri-index) = tri-search-kata
                   and tri-case-id(tri-index) = tri-search-id
                   set tri-found to true
               else
                   add 1 to tri-index
               move tri-kill-count(tri-best-index) to tri-kill-display
               move tri-kill-pct to tri-pct-display
               display '  '
                       function trim(tri-case-id(tri-best-index)) ' '
                       function trim(tri-case-title(tri-best-index))
                       ': failed by '
                       function trim(tri-kill-display)
           end-if
           .

           copy ttenhelp.

       end program triagerpt.
