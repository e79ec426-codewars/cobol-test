       program-id. sarexp.

      *>  Subject-access export: everything the academy holds on one
      *>  candidate, for a data-protection request. transcr covers
      *>  the grading history only; this collects every record of the
      *>  candidate from
      *>
      *>    01MASTER   the candidate master (and the tombstones of
      *>               any ids merged into them)
      *>    02MERGE    the merge journal rows that folded ids together
      *>    03AUDIT    the live audit trail
      *>    04ARCH     the dated audit archives and any other trail
      *>               copies listed in the sources list (below)
      *>    05HIST     the consolidated audit history master
      *>    06CASES    the case-results master
      *>    07ADJUST   the grade adjustments journal
      *>    08APPEAL   the appeals queue and the adjudications
      *>    09SIMIL    the similarity findings naming them
      *>    10USAGE    the usage ledger
      *>    11CERTS    the certificate awards
      *>    12LATE     the late-submission ledger
      *>    13NOTIFY   the notification queue and their messages
      *>    14SOURCE   their filed sources (submission-source store)
      *>    15ALIAS    the kata renames behind the kata names in the
      *>               records above (src/taliasdata.cpy), so an old
      *>               name reads through to today's
      *>
      *>  into one indexed package, batch/exports/sar-<id>-<stamp>
      *>  .dat, keyed on section(8) and sequence(6): source(40) the
      *>  file the record came from and data(300) the record as it
      *>  stands there. The package opens with a 00COVER cover
      *>  manifest - the candidate, every id followed, who asked and
      *>  when, and per source the record count and the first key of
      *>  its records - so any section can be read straight off the
      *>  key.
      *>
      *>  The id followed is the one asked for carried forward
      *>  through the merge journal (batch/merge-journal.txt,
      *>  batch/merge-candidate.sh) to the surviving id, then every
      *>  id ever merged into that: a record still filed under a
      *>  retired id (an archive written before the merge) is theirs
      *>  too.
      *>
      *>  The export itself goes on the audit trail as a '*SAR*'
      *>  record: the candidate in the kata column, the stamp, the
      *>  records exported in the seed column, EXPORT in the origin
      *>  column and who asked in the runner column. Readers skip
      *>  '*SAR*' the way they skip the other control records.
      *>
      *>  The sources list (batch/.build/sarexp-sources.txt, written
      *>  by batch/subject-export.sh) names the line-sequential trail
      *>  copies a program cannot find for itself - path(100) - each
      *>  read with the candidate in columns 1-20.
      *>
      *>  Usage: sarexp <candidate-id> <requested-by>
      *>  (run from the repo root, through batch/subject-export.sh)
      *>  Usage: sarexp PRINT <package>
      *>  lists a package to the job log, key order, for the copy
      *>  sent to the candidate.

       environment division.
       input-output section.
       file-control.
           copy taudfc.
           copy tcanfc.
           copy tcrsfc.
           copy tsrcfc.
           copy taliasfc.
           select export-source-file
               assign to dynamic export-source-path
               organization line sequential
               file status export-source-status.
           select sources-list-file
               assign to dynamic sources-list-path
               organization line sequential
               file status sources-list-status.
           select package-file assign to dynamic package-path
               organization indexed
               access mode dynamic
               record key pkg-key
               file status package-status.

       data division.
       file section.
           copy taudfd.
           copy tcanfd.
           copy tcrsfd.
           copy tsrcfd.
           copy taliasfd.
       fd  export-source-file.
       01  export-source-record pic x(400).
       fd  sources-list-file.
       01  sources-list-record.
           05 lst-path-in      pic x(100).
       fd  package-file.
       01  package-record.
           05 pkg-key.
              10 pkg-section   pic x(8).
              10 pkg-seq       pic 9(6).
           05 pkg-source       pic x(40).
           05 pkg-data         pic x(300).

       working-storage section.
           copy tauddata.
           copy tcandata.
           copy tcrsdata.
           copy tsrcdata.
           copy taliasdata.
       01  export-source-path pic x(100) value spaces.
       01  export-source-status pic x(2) value spaces.
       01  export-source-eof-switch pic x value 'n'.
           88 export-source-eof value 'y'.
       01  sources-list-path  pic x(100)
                               value 'batch/.build/sarexp-sources.txt'.
       01  sources-list-status pic x(2) value spaces.
       01  sources-list-eof-switch pic x value 'n'.
           88 sources-list-eof value 'y'.
       01  merge-journal-path pic x(100)
                               value 'batch/merge-journal.txt'.
       01  package-path       pic x(100) value spaces.
       01  package-status     pic x(2) value spaces.
       01  package-eof-switch pic x value 'n'.
           88 package-eof     value 'y'.

       01  command-args       pic x(200) value spaces.
       01  export-candidate   pic x(20) value spaces.
       01  export-requested-by pic x(20) value spaces.
       01  current-date-stamp pic x(21).
       01  export-stamp       pic x(14).
       01  export-total       pic 9(10) value 0.
       01  export-records     pic 9(10) value 0.

      *>  Every id the export follows.
       01  sid-max            pic 9(2) value 0.
       01  sid-table.
           05 sid-entry occurs 20 times.
              10 sid-id        pic x(20).
              10 sid-length    pic 9(2).
       01  sid-index          pic 9(2) value 0.
       01  sid-found-switch   pic x value 'n'.
           88 sid-found       value 'y'.
       01  sid-lookup         pic x(20).
       01  sid-added-switch   pic x value 'n'.
           88 sid-added       value 'y'.
       01  sid-hop-count      pic 9(2) value 0.

      *>  The merge journal's duplicate/survivor pairs.
       01  mrg-max            pic 9(3) value 0.
       01  mrg-table.
           05 mrg-entry occurs 300 times.
              10 mrg-dup       pic x(20).
              10 mrg-survivor  pic x(20).
       01  mrg-index          pic 9(3) value 0.

      *>  The source being read: its section, the label the
      *>  manifest shows, the column the candidate sits in (0: the
      *>  id anywhere in the line, as a whole word; 999: every line)
      *>  and the column of the kata name, if any, for 15ALIAS.
       01  xsrc-section       pic x(8) value spaces.
       01  xsrc-label         pic x(40) value spaces.
       01  xsrc-column        pic 9(3) value 1.
       01  xsrc-kata-column   pic 9(3) value 0.
       01  xsrc-count         pic 9(6) value 0.
       01  line-matched-switch pic x value 'n'.
           88 line-matched    value 'y'.
       01  scan-position      pic 9(3) value 0.
       01  scan-last          pic 9(3) value 0.
       01  scan-before        pic x value space.
           88 scan-before-in-id value 'A' thru 'Z' 'a' thru 'z'
                                    '0' thru '9' '-' '_'.
       01  scan-after         pic x value space.
           88 scan-after-in-id value 'A' thru 'Z' 'a' thru 'z'
                                   '0' thru '9' '-' '_'.

      *>  Package sequence within the current section.
       01  pkg-last-section   pic x(8) value spaces.
       01  pkg-next-seq       pic 9(6) value 0.
       01  pkg-first-seq      pic 9(6) value 0.

      *>  The cover manifest's per-source lines.
       01  man-max            pic 9(3) value 0.
       01  man-table.
           05 man-entry occurs 80 times.
              10 man-section   pic x(8).
              10 man-label     pic x(40).
              10 man-count     pic 9(6).
              10 man-first     pic 9(6).
       01  man-index          pic 9(3) value 0.

      *>  Kata names seen in the exported records.
       01  kxp-max            pic 9(3) value 0.
       01  kxp-table.
           05 kxp-kata occurs 200 times pic x(20).
       01  kxp-index          pic 9(3) value 0.
       01  kxp-found-switch   pic x value 'n'.
           88 kxp-found       value 'y'.
       01  kxp-lookup         pic x(20).

       01  count-display      pic z(5)9.
       01  cover-line         pic x(300).

       procedure division.
           accept command-args from command-line
           if command-args(1:6) = 'PRINT '
               move function trim(command-args(7:)) to package-path
               perform print-export-package
               goback
           end-if
           unstring command-args delimited by all spaces
               into export-candidate export-requested-by
           end-unstring
           if export-candidate = spaces
                   or export-requested-by = spaces
               display '<SAREXP-ERROR::> usage: sarexp <candidate-id>'
                       ' <requested-by> | sarexp PRINT <package>'
               move 2 to return-code
               goback
           end-if
           move function current-date to current-date-stamp
           move current-date-stamp(1:14) to export-stamp
           perform load-merge-journal
           perform follow-merged-ids
           move spaces to package-path
           string 'batch/exports/sar-'
                  function trim(sid-id(1)) '-' export-stamp '.dat'
               delimited by size into package-path
           open output package-file
           if package-status not = '00'
               display '<SAREXP-ERROR::> cannot write '
                       function trim(package-path)
                       ' status ' package-status
               move 1 to return-code
               goback
           end-if
           perform export-candidate-master
           perform export-merge-journal
           move '03AUDIT' to xsrc-section
           move 21 to xsrc-kata-column
           move 1 to xsrc-column
           move audit-file-path to export-source-path
           perform export-line-source
           perform export-listed-sources
           move '05HIST' to xsrc-section
           move 'batch/audit-history.txt' to export-source-path
           perform export-line-source
           perform export-case-results
           move 0 to xsrc-kata-column
           move '07ADJUST' to xsrc-section
           move 'batch/adjustments-journal.txt' to export-source-path
           perform export-line-source
           move '08APPEAL' to xsrc-section
           move 9 to xsrc-column
           move 'batch/appeals-queue.txt' to export-source-path
           perform export-line-source
           move 1 to xsrc-column
           move 'batch/appeals-adjudications.txt'
               to export-source-path
           perform export-line-source
           move '09SIMIL' to xsrc-section
           move 0 to xsrc-column
           move 'batch/similarity-report.txt' to export-source-path
           perform export-line-source
           move '10USAGE' to xsrc-section
           move 1 to xsrc-column
           move 21 to xsrc-kata-column
           move 'batch/usage-ledger.txt' to export-source-path
           perform export-line-source
           move 0 to xsrc-kata-column
           move '11CERTS' to xsrc-section
           move 'batch/cert-awards.txt' to export-source-path
           perform export-line-source
           move '12LATE' to xsrc-section
           move 'batch/late-submissions.txt' to export-source-path
           perform export-line-source
           move '13NOTIFY' to xsrc-section
           move 15 to xsrc-column
           move 'batch/notification-events.txt' to export-source-path
           perform export-line-source
           move 999 to xsrc-column
           perform varying sid-index from 1 by 1
                   until sid-index > sid-max
               move spaces to export-source-path
               string 'batch/notifications/'
                      function trim(sid-id(sid-index)) '.txt'
                   delimited by size into export-source-path
               perform export-line-source
           end-perform
           perform export-source-store
           perform export-kata-aliases
           perform write-cover-manifest
           close package-file
           perform record-export-on-trail
           display '<SAREXP::> ' export-records ' record(s) of '
                   function trim(export-candidate) ' from ' man-max
                   ' source(s) in ' function trim(package-path)
           goback.

      *>  A missing journal is no merges.
       load-merge-journal.
           move merge-journal-path to export-source-path
           move 'n' to export-source-eof-switch
           open input export-source-file
           if export-source-status = '00'
               perform until export-source-eof
                   read export-source-file
                       at end
                           set export-source-eof to true
                       not at end
                           if mrg-max < 300
                               add 1 to mrg-max
                               move export-source-record(35:20)
                                   to mrg-dup(mrg-max)
                               move export-source-record(55:20)
                                   to mrg-survivor(mrg-max)
                           end-if
                   end-read
               end-perform
               close export-source-file
           end-if
           .

      *>  forward to the surviving id (a chain of merges ends within
      *>  a few hops; a loop in the journal stops at twenty), then
      *>  back out to every id ever folded into it.
       follow-merged-ids.
           move export-candidate to sid-lookup
           move 0 to sid-hop-count
           set sid-found to true
           perform until not sid-found or sid-hop-count > 19
               move 'n' to sid-found-switch
               perform varying mrg-index from 1 by 1
                       until mrg-index > mrg-max or sid-found
                   if mrg-dup(mrg-index) = sid-lookup
                       and mrg-survivor(mrg-index) not = sid-lookup
                       move mrg-survivor(mrg-index) to sid-lookup
                       set sid-found to true
                   end-if
               end-perform
               add 1 to sid-hop-count
           end-perform
           perform add-followed-id
           set sid-added to true
           perform until not sid-added
               move 'n' to sid-added-switch
               perform varying mrg-index from 1 by 1
                       until mrg-index > mrg-max
                   move mrg-survivor(mrg-index) to sid-lookup
                   perform find-followed-id
                   if sid-found
                       move mrg-dup(mrg-index) to sid-lookup
                       perform find-followed-id
                       if not sid-found and sid-max < 20
                           perform add-followed-id
                           set sid-added to true
                       end-if
                   end-if
               end-perform
           end-perform
           .

       add-followed-id.
           add 1 to sid-max
           move sid-lookup to sid-id(sid-max)
           move function length(function trim(sid-lookup))
               to sid-length(sid-max)
           .

       find-followed-id.
           move 'n' to sid-found-switch
           perform varying sid-index from 1 by 1
                   until sid-index > sid-max or sid-found
               if sid-id(sid-index) = sid-lookup
                   set sid-found to true
               end-if
           end-perform
           .

       export-candidate-master.
           move '01MASTER' to xsrc-section
           move candidate-file-path to xsrc-label
           perform start-manifest-source
           open input candidate-file
           if candidate-file-status = '00'
               perform varying sid-index from 1 by 1
                       until sid-index > sid-max
                   move sid-id(sid-index) to can-id
                   read candidate-file
                       invalid key
                           continue
                       not invalid key
                           move candidate-record to pkg-data
                           perform write-package-record
                   end-read
               end-perform
               close candidate-file
           end-if
           perform end-manifest-source
           .

       export-merge-journal.
           move '02MERGE' to xsrc-section
           move merge-journal-path to xsrc-label
           perform start-manifest-source
           move merge-journal-path to export-source-path
           move 'n' to export-source-eof-switch
           open input export-source-file
           if export-source-status = '00'
               perform until export-source-eof
                   read export-source-file
                       at end
                           set export-source-eof to true
                       not at end
                           move export-source-record(35:20)
                               to sid-lookup
                           perform find-followed-id
                           if sid-found
                               move export-source-record to pkg-data
                               perform write-package-record
                           end-if
                   end-read
               end-perform
               close export-source-file
           end-if
           perform end-manifest-source
           .

      *>  export-source-path, xsrc-section, xsrc-column and
      *>  xsrc-kata-column in. A source not on disk is listed with
      *>  no records.
       export-line-source.
           move export-source-path to xsrc-label
           perform start-manifest-source
           move 'n' to export-source-eof-switch
           open input export-source-file
           if export-source-status = '00'
               perform read-next-source-line until export-source-eof
               close export-source-file
           end-if
           perform end-manifest-source
           .

       read-next-source-line.
           read export-source-file
               at end
                   set export-source-eof to true
               not at end
                   perform match-source-line
                   if line-matched
                       move export-source-record to pkg-data
                       perform write-package-record
                       if xsrc-kata-column > 0
                           move export-source-record(
                               xsrc-kata-column:20) to kxp-lookup
                           perform note-exported-kata
                       end-if
                   end-if
           end-read
           .

       match-source-line.
           move 'n' to line-matched-switch
           evaluate xsrc-column
               when 999
                   set line-matched to true
               when 0
                   perform varying sid-index from 1 by 1
                           until sid-index > sid-max or line-matched
                       perform match-id-as-word
                   end-perform
               when other
                   move export-source-record(xsrc-column:20)
                       to sid-lookup
                   perform find-followed-id
                   if sid-found
                       set line-matched to true
                   end-if
           end-evaluate
           .

      *>  the id anywhere in the line with no letter, digit, '-' or
      *>  '_' either side, so a short id can't match inside a longer
      *>  one.
       match-id-as-word.
           compute scan-last = 401 - sid-length(sid-index)
           perform varying scan-position from 1 by 1
                   until scan-position > scan-last or line-matched
               if export-source-record(scan-position:
                       sid-length(sid-index))
                       = sid-id(sid-index)(1:sid-length(sid-index))
                   move space to scan-before scan-after
                   if scan-position > 1
                       move export-source-record(scan-position - 1:1)
                           to scan-before
                   end-if
                   if scan-position < scan-last
                       move export-source-record(scan-position
                           + sid-length(sid-index):1) to scan-after
                   end-if
                   if not scan-before-in-id and not scan-after-in-id
                       set line-matched to true
                   end-if
               end-if
           end-perform
           .

      *>  the trail copies batch/subject-export.sh found on disk.
       export-listed-sources.
           move '04ARCH' to xsrc-section
           move 1 to xsrc-column
           move 21 to xsrc-kata-column
           open input sources-list-file
           if sources-list-status = '00'
               perform until sources-list-eof
                   read sources-list-file
                       at end
                           set sources-list-eof to true
                       not at end
                           if lst-path-in not = spaces
                               move lst-path-in to export-source-path
                               perform export-line-source
                           end-if
                   end-read
               end-perform
               close sources-list-file
           end-if
           .

       export-case-results.
           move '06CASES' to xsrc-section
           move case-results-path to xsrc-label
           perform start-manifest-source
           open input case-results-file
           if case-results-status = '00'
               perform varying sid-index from 1 by 1
                       until sid-index > sid-max
                   move low-values to crs-key
                   move sid-id(sid-index) to crs-candidate
                   start case-results-file key >= crs-key
                       invalid key
                           continue
                       not invalid key
                           perform export-next-case-result
                   end-start
               end-perform
               close case-results-file
           end-if
           perform end-manifest-source
           .

       export-next-case-result.
           move 'n' to export-source-eof-switch
           perform until export-source-eof
               read case-results-file next
                   at end
                       set export-source-eof to true
                   not at end
                       if crs-candidate = sid-id(sid-index)
                           move case-results-record to pkg-data
                           perform write-package-record
                           move crs-kata to kxp-lookup
                           perform note-exported-kata
                       else
                           set export-source-eof to true
                       end-if
               end-read
           end-perform
           .

       export-source-store.
           move '14SOURCE' to xsrc-section
           move source-store-path to xsrc-label
           perform start-manifest-source
           open input source-store-file
           if source-store-status = '00'
               perform varying sid-index from 1 by 1
                       until sid-index > sid-max
                   move low-values to src-key
                   move sid-id(sid-index) to src-candidate
                   start source-store-file key >= src-key
                       invalid key
                           continue
                       not invalid key
                           perform export-next-source-line
                   end-start
               end-perform
               close source-store-file
           end-if
           perform end-manifest-source
           .

       export-next-source-line.
           move 'n' to export-source-eof-switch
           perform until export-source-eof
               read source-store-file next
                   at end
                       set export-source-eof to true
                   not at end
                       if src-candidate = sid-id(sid-index)
                           move source-store-record to pkg-data
                           perform write-package-record
                       else
                           set export-source-eof to true
                       end-if
               end-read
           end-perform
           .

       note-exported-kata.
           if kxp-lookup not = spaces
               move 'n' to kxp-found-switch
               perform varying kxp-index from 1 by 1
                       until kxp-index > kxp-max or kxp-found
                   if kxp-kata(kxp-index) = kxp-lookup
                       set kxp-found to true
                   end-if
               end-perform
               if not kxp-found and kxp-max < 200
                   add 1 to kxp-max
                   move kxp-lookup to kxp-kata(kxp-max)
               end-if
           end-if
           .

      *>  every rename whose old or new name the records carry.
       export-kata-aliases.
           move '15ALIAS' to xsrc-section
           move alias-file-path to xsrc-label
           perform start-manifest-source
           open input alias-file
           if alias-file-status = '00'
               perform until alias-eof
                   read alias-file
                       at end
                           set alias-eof to true
                       not at end
                           move als-old-name-in to kxp-lookup
                           perform find-exported-kata
                           if not kxp-found
                               move als-new-name-in to kxp-lookup
                               perform find-exported-kata
                           end-if
                           if kxp-found
                               move alias-record to pkg-data
                               perform write-package-record
                           end-if
                   end-read
               end-perform
               close alias-file
           end-if
           perform end-manifest-source
           .

       find-exported-kata.
           move 'n' to kxp-found-switch
           perform varying kxp-index from 1 by 1
                   until kxp-index > kxp-max or kxp-found
               if kxp-kata(kxp-index) = kxp-lookup
                   set kxp-found to true
               end-if
           end-perform
           .

       start-manifest-source.
           if xsrc-section not = pkg-last-section
               move xsrc-section to pkg-last-section
               move 0 to pkg-next-seq
           end-if
           move 0 to xsrc-count
           move pkg-next-seq to pkg-first-seq
           add 1 to pkg-first-seq
           .

       end-manifest-source.
           if man-max < 80
               add 1 to man-max
               move xsrc-section to man-section(man-max)
               move xsrc-label to man-label(man-max)
               move xsrc-count to man-count(man-max)
               move 0 to man-first(man-max)
               if xsrc-count > 0
                   move pkg-first-seq to man-first(man-max)
               end-if
           end-if
           .

      *>  pkg-data in.
       write-package-record.
           add 1 to pkg-next-seq
           move xsrc-section to pkg-section
           move pkg-next-seq to pkg-seq
           move xsrc-label to pkg-source
           write package-record
               invalid key
                   display '<SAREXP-ERROR::> duplicate package key '
                           pkg-key
                   move 1 to return-code
               not invalid key
                   add 1 to xsrc-count
                   add 1 to export-total
           end-write
           move spaces to pkg-data
           .

      *>  the records exported are counted before the cover's own.
       write-cover-manifest.
           move export-total to export-records
           move '00COVER' to xsrc-section pkg-last-section
           move 'SUBJECT-ACCESS EXPORT' to xsrc-label
           move 0 to pkg-next-seq
           move spaces to pkg-data
           string 'SUBJECT-ACCESS EXPORT - candidate '
                  function trim(export-candidate)
                  ' - requested by '
                  function trim(export-requested-by)
                  ' - exported ' export-stamp(1:8) ' '
                  export-stamp(9:6) ' UTC'
               delimited by size into pkg-data
           perform write-package-record
           move 'ids followed:' to cover-line
           perform varying sid-index from 1 by 1
                   until sid-index > sid-max
               string function trim(cover-line) ' '
                      function trim(sid-id(sid-index))
                   delimited by size into cover-line
           end-perform
           move cover-line to pkg-data
           perform write-package-record
           move 'SECTION  FIRST   RECORDS SOURCE' to pkg-data
           perform write-package-record
           perform varying man-index from 1 by 1
                   until man-index > man-max
               move man-count(man-index) to count-display
               move spaces to pkg-data
               move man-section(man-index) to pkg-data(1:8)
               move man-first(man-index) to pkg-data(10:6)
               move count-display to pkg-data(17:6)
               move man-label(man-index) to pkg-data(26:40)
               perform write-package-record
           end-perform
           move export-records to count-display
           string 'TOTAL ' function trim(count-display)
                  ' record(s); recorded on the audit trail as *SAR*'
               delimited by size into pkg-data
           perform write-package-record
           .

       record-export-on-trail.
           open extend audit-file
           if audit-file-status not = '00'
               open output audit-file
           end-if
           if audit-file-status = '00'
               move spaces to audit-record
               move '*SAR*' to aud-candidate-id-in
               move export-candidate to aud-kata-name-in
               move export-stamp to aud-timestamp-in
               move export-records to aud-seed-in
               move 'EXPORT' to aud-origin-in
               move export-requested-by to aud-runner-in
               write audit-record
               close audit-file
           else
               display '<SAREXP-ERROR::> cannot record the export on '
                       function trim(audit-file-path)
               move 1 to return-code
           end-if
           .

       print-export-package.
           open input package-file
           if package-status not = '00'
               display '<SAREXP-ERROR::> cannot open '
                       function trim(package-path)
                       ' status ' package-status
               move 1 to return-code
               goback
           end-if
           perform until package-eof
               read package-file next
                   at end
                       set package-eof to true
                   not at end
                       display pkg-section ' ' pkg-seq ' '
                               function trim(pkg-data trailing)
               end-read
           end-perform
           close package-file
           .

       end program sarexp.
