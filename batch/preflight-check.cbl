       program-id. preflt.

      *>  Pre-flight check of the control files, run by
      *>  run-all-katas.sh before anything reads them. A typo in one
      *>  column of a control file never stopped the batch - the
      *>  program that reads it just misread it, and the wrong quota
      *>  or bogus SLA miss surfaced days later. Every control file
      *>  is checked against its declared layout (the comment header
      *>  of each file) line by line:
      *>
      *>    schedule.txt               match (default, dow=MON..SUN,
      *>                               dom=1..31/EOM, date=yyyymmdd,
      *>                               holiday[=kind]),
      *>                               mode NORMAL/NO-RUN/GATE/SOAK,
      *>                               filter all/difficulty/katas
      *>    grading-policy.txt         scope type, scope key,
      *>                               attempts and cooldown digits
      *>    sla-commitments.txt        phase, hhmm a real time
      *>    assignment-calendar.txt    kata, cohort, due stamp a real
      *>                               date and time, penalty digits
      *>    individualization-rules    kata, case count, offset range
      *>    .txt
      *>    quality-rubric.txt         difficulty, three allowances
      *>    operator-registry.txt      op-id, auth level
      *>                               BROWSE/RUN/CATALOG, tenant
      *>                               on the tenant register
      *>    hint-thresholds.txt        kata or '*', four thresholds
      *>                               and a deduction pct
      *>    capacity-limits.txt        store, kind FILE/DIR/KEYED,
      *>                               allocation and warn-days
      *>                               digits, a path
      *>    business-calendar.txt      from and to real dates, to
      *>                               not before from, kind
      *>                               HOLIDAY/CLOSURE/BREAK
      *>    time-zones.txt             zone, offsets +hhmm/-hhmm,
      *>                               summer dates real mmdd,
      *>                               one shop zone at most
      *>    masking-profiles.txt       profile, output a generator or
      *>                               '*', both treatments CLEAR/
      *>                               PSEUDO/PARTIAL/SUPPRESS
      *>    tenants.txt                tenant, home flag H or blank,
      *>                               one home tenant at most
      *>    grade-scale.txt            cohort or '*', min-score
      *>                               000-100, a letter
      *>    standing-rules.txt         standing WARNING/PROBATION/
      *>                               DISMISSAL-REVIEW, four counts
      *>    cert-thresholds.txt        category or '*', pass-pct
      *>                               001-100
      *>    distribution-list.txt      row type REPORT/DETAIL/DROP/
      *>                               TOTAL/TO, each row's columns,
      *>                               rules after their REPORT row
      *>    misconception-rules.txt    code, a signature the harness
      *>                               tests, a hint
      *>    notification-templates     an event some producer raises,
      *>    .txt                       text
      *>    instructor-registry.txt    instructor id, cohort on the
      *>                               cohort master
      *>    curriculum-tracks.txt      track, seq digits, kata on
      *>                               the catalog
      *>    gallery-consent.txt        candidate, choice ATTRIB/ANON,
      *>                               recorded a real date
      *>
      *>  FATAL findings are the ones a reader would silently get
      *>  wrong - a non-numeric count, an unknown mode or level, a
      *>  date that is not a date. WARNING findings are survivable
      *>  but worth a look - a kata or cohort that is not on the
      *>  catalog/cohort master (the rule never matches), a duplicate
      *>  key, data past the last declared column. Every finding goes
      *>  to batch/preflight-report.txt with the file and line; the
      *>  batch archives the report with the run's generation.
      *>
      *>  Usage: preflt   (run from the repo root)
      *>  Return code 0 clean, 1 warnings only, 2 any FATAL.

       environment division.
       input-output section.
       file-control.
           copy tcatfc.
           copy tcohfc.
           copy ttenfc.
           select preflight-input-file
               assign to dynamic preflight-input-path
               organization line sequential
               file status preflight-input-status.
           select preflight-report-file
               assign to dynamic preflight-report-path
               organization line sequential
               file status preflight-report-status.

       data division.
       file section.
           copy tcatfd.
           copy tcohfd.
           copy ttenfd.
       fd  preflight-input-file.
       01  preflight-input-record pic x(250).
       fd  preflight-report-file.
       01  preflight-report-record pic x(132).

       working-storage section.
           copy tcatdata.
           copy tcohdata.
           copy ttendata.
       01  preflight-input-path pic x(100) value spaces.
       01  preflight-input-status pic x(2) value spaces.
       01  preflight-eof-switch pic x value 'n'.
           88 preflight-eof   value 'y'.
       01  preflight-report-path pic x(100)
                               value 'batch/preflight-report.txt'.
       01  preflight-report-status pic x(2) value spaces.

      *>  which file is being read, and how wide its layout is
       01  check-file-name    pic x(30) value spaces.
       01  check-file-kind    pic x(8) value spaces.
       01  check-layout-width pic 9(3) value 0.
       01  check-line-number  pic 9(5) value 0.
       01  check-line         pic x(250).
       01  check-line-length  pic 9(3) value 0.

       01  fatal-count        pic 9(5) value 0.
       01  warning-count      pic 9(5) value 0.
       01  file-count         pic 9(2) value 0.
       01  finding-text       pic x(80).
       01  finding-severity   pic x(7).
       01  line-display       pic z(4)9.
       01  count-display      pic z(4)9.
       01  report-line        pic x(132).
       01  current-date-stamp pic x(21).

      *>  Kata names and difficulties off the catalog, cohort ids
      *>  off the cohort master.
       01  pkat-max           pic 9(3) value 0.
       01  pkat-table.
           05 pkat-name occurs 500 times pic x(20).
       01  pkat-index         pic 9(3) value 0.
       01  pdif-max           pic 9(2) value 0.
       01  pdif-table.
           05 pdif-name occurs 20 times pic x(10).
       01  pdif-index         pic 9(2) value 0.
       01  pcat-max           pic 9(3) value 0.
       01  pcat-table.
           05 pcat-name occurs 200 times pic x(20).
       01  pcat-index         pic 9(3) value 0.
       01  pcoh-max           pic 9(3) value 0.
       01  pcoh-table.
           05 pcoh-id occurs 200 times pic x(10).
       01  pcoh-index         pic 9(3) value 0.
       01  lookup-found-switch pic x value 'n'.
           88 lookup-found    value 'y'.
       01  lookup-kata        pic x(20).
       01  lookup-difficulty  pic x(10).
       01  lookup-cohort      pic x(10).
       01  lookup-category    pic x(20).

      *>  Keys already seen in the file being read, for the
      *>  duplicate check.
       01  seen-max           pic 9(3) value 0.
       01  seen-table.
           05 seen-key occurs 500 times pic x(32).
       01  seen-index         pic 9(3) value 0.
       01  seen-new-key       pic x(32).

      *>  schedule rule fields
       01  sch-match          pic x(40).
       01  sch-mode           pic x(20).
       01  sch-filter         pic x(120).
       01  sch-compilers      pic x(80).
       01  sch-field-count    pic 9(2) value 0.
       01  sch-filter-pointer pic 9(3) value 0.
       01  sch-filter-kata    pic x(40).

       01  hint-level         pic 9 value 0.
       01  zone-offset-text   pic x(5).
       01  zone-offset-name   pic x(8).
       01  zone-month-day     pic x(4).
       01  zone-shop-count    pic 9(3) value 0.
       01  tenant-home-count  pic 9(3) value 0.
       01  mask-treatment-text pic x(8).
       01  mask-treatment-name pic x(8).
      *>  the REPORT rows read so far in distribution-list.txt
       01  dist-report-max    pic 9(3) value 0.
       01  dist-report-table.
           05 dist-report-name occurs 100 times pic x(12).
       01  dist-report-index  pic 9(3) value 0.
       01  time-hh            pic 9(2) value 0.
       01  time-mm            pic 9(2) value 0.
       01  time-ss            pic 9(2) value 0.

       procedure division.
           move function current-date to current-date-stamp
           open output preflight-report-file
           if preflight-report-status not = '00'
               display '<PREFLT-ERROR::> cannot open '
                       function trim(preflight-report-path)
               move 2 to return-code
               goback
           end-if
           move spaces to report-line
           string 'CONTROL-FILE PRE-FLIGHT - '
                  current-date-stamp(1:4) '-' current-date-stamp(5:2)
                  '-' current-date-stamp(7:2) ' '
                  current-date-stamp(9:2) ':'
                  current-date-stamp(11:2)
               delimited by size into report-line
           write preflight-report-record from report-line
           move all '-' to preflight-report-record
           write preflight-report-record
           perform load-catalog-names
           perform load-cohort-ids
           move 'schedule.txt' to check-file-name
           move 'SCHEDULE' to check-file-kind
           move 0 to check-layout-width
           perform check-one-file
           move 'grading-policy.txt' to check-file-name
           move 'POLICY' to check-file-kind
           move 40 to check-layout-width
           perform check-one-file
           move 'sla-commitments.txt' to check-file-name
           move 'SLA' to check-file-kind
           move 16 to check-layout-width
           perform check-one-file
           move 'assignment-calendar.txt' to check-file-name
           move 'CALENDAR' to check-file-kind
           move 47 to check-layout-width
           perform check-one-file
           move 'individualization-rules.txt' to check-file-name
           move 'INDIVID' to check-file-kind
           move 32 to check-layout-width
           perform check-one-file
           move 'quality-rubric.txt' to check-file-name
           move 'RUBRIC' to check-file-kind
           move 22 to check-layout-width
           perform check-one-file
           move 'operator-registry.txt' to check-file-name
           move 'OPERATOR' to check-file-kind
           move 54 to check-layout-width
           perform check-one-file
           move 'hint-thresholds.txt' to check-file-name
           move 'HINT' to check-file-kind
           move 35 to check-layout-width
           perform check-one-file
           move 'capacity-limits.txt' to check-file-name
           move 'CAPACITY' to check-file-kind
           move 92 to check-layout-width
           perform check-one-file
           move 'business-calendar.txt' to check-file-name
           move 'BUSCAL' to check-file-kind
           move 64 to check-layout-width
           perform check-one-file
           move 'time-zones.txt' to check-file-name
           move 'ZONES' to check-file-kind
           move 67 to check-layout-width
           perform check-one-file
           move 'masking-profiles.txt' to check-file-name
           move 'MASKING' to check-file-kind
           move 92 to check-layout-width
           perform check-one-file
           move 'tenants.txt' to check-file-name
           move 'TENANTS' to check-file-kind
           move 79 to check-layout-width
           perform check-one-file
           move 'grade-scale.txt' to check-file-name
           move 'GRADES' to check-file-kind
           move 15 to check-layout-width
           perform check-one-file
           move 'standing-rules.txt' to check-file-name
           move 'STANDING' to check-file-kind
           move 28 to check-layout-width
           perform check-one-file
           move 'cert-thresholds.txt' to check-file-name
           move 'CERT' to check-file-kind
           move 23 to check-layout-width
           perform check-one-file
           move 'distribution-list.txt' to check-file-name
           move 'DISTRIB' to check-file-kind
           move 132 to check-layout-width
           perform check-one-file
           move 'misconception-rules.txt' to check-file-name
           move 'MISCONC' to check-file-kind
           move 132 to check-layout-width
           perform check-one-file
           move 'notification-templates.txt' to check-file-name
           move 'NOTIFY' to check-file-kind
           move 108 to check-layout-width
           perform check-one-file
           move 'instructor-registry.txt' to check-file-name
           move 'INSTRUCT' to check-file-kind
           move 60 to check-layout-width
           perform check-one-file
           move 'curriculum-tracks.txt' to check-file-name
           move 'TRACKS' to check-file-kind
           move 43 to check-layout-width
           perform check-one-file
           move 'gallery-consent.txt' to check-file-name
           move 'CONSENT' to check-file-kind
           move 36 to check-layout-width
           perform check-one-file
           move all '-' to preflight-report-record
           write preflight-report-record
           move spaces to report-line
           move file-count to count-display
           string 'CONTROL TOTALS: ' function trim(count-display)
                  ' file(s) checked, '
               delimited by size into report-line
           move fatal-count to count-display
           string function trim(report-line) ' '
                  function trim(count-display) ' fatal, '
               delimited by size into report-line
           move warning-count to count-display
           string function trim(report-line) ' '
                  function trim(count-display) ' warning(s)'
               delimited by size into report-line
           write preflight-report-record from report-line
           close preflight-report-file
           display '<PREFLT::> ' fatal-count ' fatal, '
                   warning-count ' warning(s); report in '
                   function trim(preflight-report-path)
           if fatal-count > 0
               move 2 to return-code
           else
           if warning-count > 0
               move 1 to return-code
           end-if
           end-if
           goback.

      *>  The standard difficulty ladder is always valid, whether
      *>  or not tonight's catalog has a kata at every rung.
       load-catalog-names.
           move 'easy' to pdif-name(1)
           move 'medium' to pdif-name(2)
           move 'hard' to pdif-name(3)
           move 3 to pdif-max
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
                   if cat-kata-name-in not = spaces
                       and cat-kata-name-in(1:1) not = '#'
                       and pkat-max < 500
                       add 1 to pkat-max
                       move cat-kata-name-in to pkat-name(pkat-max)
                       move cat-difficulty-in to lookup-difficulty
                       perform find-difficulty
                       if not lookup-found and pdif-max < 20
                           and lookup-difficulty not = spaces
                           add 1 to pdif-max
                           move lookup-difficulty
                               to pdif-name(pdif-max)
                       end-if
                       move cat-category-in to lookup-category
                       perform find-category
                       if not lookup-found and pcat-max < 200
                           and lookup-category not = spaces
                           add 1 to pcat-max
                           move lookup-category to pcat-name(pcat-max)
                       end-if
                   end-if
           end-read
           .

       load-cohort-ids.
           open input cohort-file
           if cohort-file-status = '00'
               perform read-next-cohort until cohort-eof
               close cohort-file
           end-if
           .

       read-next-cohort.
           read cohort-file
               at end
                   set cohort-eof to true
               not at end
                   if coh-id-in not = spaces and pcoh-max < 200
                       add 1 to pcoh-max
                       move coh-id-in to pcoh-id(pcoh-max)
                   end-if
           end-read
           .

       find-kata.
           move 'n' to lookup-found-switch
           perform varying pkat-index from 1 by 1
                   until pkat-index > pkat-max
               if pkat-name(pkat-index) = lookup-kata
                   set lookup-found to true
               end-if
           end-perform
           .

       find-difficulty.
           move 'n' to lookup-found-switch
           perform varying pdif-index from 1 by 1
                   until pdif-index > pdif-max
               if pdif-name(pdif-index) = lookup-difficulty
                   set lookup-found to true
               end-if
           end-perform
           .

       find-category.
           move 'n' to lookup-found-switch
           perform varying pcat-index from 1 by 1
                   until pcat-index > pcat-max
               if pcat-name(pcat-index) = lookup-category
                   set lookup-found to true
               end-if
           end-perform
           .

       find-cohort.
           move 'n' to lookup-found-switch
           perform varying pcoh-index from 1 by 1
                   until pcoh-index > pcoh-max
               if pcoh-id(pcoh-index) = lookup-cohort
                   set lookup-found to true
               end-if
           end-perform
           .

      *>  A missing control file is not a finding - every reader
      *>  treats an absent file as "no rules" - but the report says
      *>  so, since an absent operator registry runs the console
      *>  open.
       check-one-file.
           move spaces to preflight-input-path
           string 'batch/' check-file-name
               delimited by space into preflight-input-path
           move 0 to check-line-number seen-max
           move 'n' to preflight-eof-switch
           open input preflight-input-file
           if preflight-input-status not = '00'
               move spaces to report-line
               string '  ' check-file-name ' not on file'
                   delimited by size into report-line
               write preflight-report-record from report-line
           else
               add 1 to file-count
               move spaces to report-line
               string '  ' check-file-name ' checked'
                   delimited by size into report-line
               write preflight-report-record from report-line
               perform read-next-control-line until preflight-eof
               close preflight-input-file
           end-if
           .

       read-next-control-line.
           read preflight-input-file
               at end
                   set preflight-eof to true
               not at end
                   add 1 to check-line-number
                   move preflight-input-record to check-line
                   if check-line(1:1) not = '#'
                       and check-line not = spaces
                       perform check-one-line
                   end-if
           end-read
           .

       check-one-line.
           if check-layout-width > 0
               move function length(function trim(check-line
                   trailing)) to check-line-length
               if check-line-length > check-layout-width
                   move spaces to finding-text
                   move check-layout-width to count-display
                   string 'data past column '
                          function trim(count-display)
                          ' (the declared layout) is ignored'
                       delimited by size into finding-text
                   perform write-warning
               end-if
           end-if
           evaluate check-file-kind
               when 'SCHEDULE'
                   perform check-schedule-line
               when 'POLICY'
                   perform check-policy-line
               when 'SLA'
                   perform check-sla-line
               when 'CALENDAR'
                   perform check-calendar-line
               when 'INDIVID'
                   perform check-individualization-line
               when 'RUBRIC'
                   perform check-rubric-line
               when 'OPERATOR'
                   perform check-operator-line
               when 'HINT'
                   perform check-hint-line
               when 'CAPACITY'
                   perform check-capacity-line
               when 'BUSCAL'
                   perform check-business-day-line
               when 'ZONES'
                   perform check-time-zone-line
               when 'MASKING'
                   perform check-masking-line
               when 'TENANTS'
                   perform check-tenant-line
               when 'GRADES'
                   perform check-grade-scale-line
               when 'STANDING'
                   perform check-standing-line
               when 'CERT'
                   perform check-cert-threshold-line
               when 'DISTRIB'
                   perform check-distribution-line
               when 'MISCONC'
                   perform check-misconception-line
               when 'NOTIFY'
                   perform check-template-line
               when 'INSTRUCT'
                   perform check-instructor-line
               when 'TRACKS'
                   perform check-track-line
               when 'CONSENT'
                   perform check-consent-line
           end-evaluate
           .

       write-fatal.
           add 1 to fatal-count
           move 'FATAL' to finding-severity
           perform write-finding
           .

       write-warning.
           add 1 to warning-count
           move 'WARNING' to finding-severity
           perform write-finding
           .

       write-finding.
           move check-line-number to line-display
           move spaces to report-line
           string '    ' finding-severity ' '
                  function trim(check-file-name) ' line '
                  function trim(line-display) ': '
                  function trim(finding-text trailing)
               delimited by size into report-line
           write preflight-report-record from report-line
           .

       check-duplicate-key.
           move 'n' to lookup-found-switch
           perform varying seen-index from 1 by 1
                   until seen-index > seen-max
               if seen-key(seen-index) = seen-new-key
                   set lookup-found to true
               end-if
           end-perform
           if lookup-found
               move spaces to finding-text
               string 'duplicate key '
                      function trim(seen-new-key)
                      ' - the later row never applies'
                   delimited by size into finding-text
               perform write-warning
           else
           if seen-max < 500
               add 1 to seen-max
               move seen-new-key to seen-key(seen-max)
           end-if
           end-if
           .

      *>  schedule.txt: match|mode|filter|compilers
       check-schedule-line.
           move spaces to sch-match sch-mode sch-filter sch-compilers
           move 0 to sch-field-count
           unstring check-line delimited by '|'
               into sch-match sch-mode sch-filter sch-compilers
               tallying in sch-field-count
           end-unstring
           if sch-field-count < 2
               move 'not match|mode|filter|compilers' to finding-text
               perform write-fatal
           else
               perform check-schedule-match
               if sch-mode not = 'NORMAL' and not = 'NO-RUN'
                       and not = 'GATE' and not = 'SOAK'
                   move spaces to finding-text
                   string 'unknown mode ' function trim(sch-mode)
                          ' (NORMAL, NO-RUN, GATE, SOAK)'
                       delimited by size into finding-text
                   perform write-fatal
               end-if
               perform check-schedule-filter
           end-if
           .

       check-schedule-match.
           evaluate true
               when sch-match = 'default'
                   continue
               when sch-match(1:4) = 'dow='
                   if sch-match(5:) not = 'MON' and not = 'TUE'
                       and not = 'WED' and not = 'THU' and not = 'FRI'
                       and not = 'SAT' and not = 'SUN'
                       move 'dow= wants MON..SUN' to finding-text
                       perform write-fatal
                   end-if
               when sch-match = 'dom=EOM'
                   continue
               when sch-match = 'holiday'
                   continue
               when sch-match(1:8) = 'holiday='
                   if sch-match(9:) not = 'HOLIDAY'
                       and not = 'CLOSURE' and not = 'BREAK'
                       move 'holiday= wants HOLIDAY, CLOSURE or BREAK'
                           to finding-text
                       perform write-fatal
                   end-if
               when sch-match(1:4) = 'dom='
                   if function test-numval(sch-match(5:)) not = 0
                       move 'dom= wants 1..31 or EOM' to finding-text
                       perform write-fatal
                   else
                   if function numval(sch-match(5:)) < 1
                       or function numval(sch-match(5:)) > 31
                       move 'dom= wants 1..31 or EOM' to finding-text
                       perform write-fatal
                   else
                   if sch-match(5:1) not = '0'
                       and function numval(sch-match(5:)) < 10
                       move 'dom= is matched as two digits (01..09)'
                           to finding-text
                       perform write-fatal
                   end-if
                   end-if
                   end-if
               when sch-match(1:5) = 'date='
                   if sch-match(6:8) is not numeric
                       or sch-match(14:) not = spaces
                       move 'date= wants yyyymmdd' to finding-text
                       perform write-fatal
                   else
                   if function test-date-yyyymmdd(
                           function numval(sch-match(6:8))) not = 0
                       move 'date= is not a real date'
                           to finding-text
                       perform write-fatal
                   end-if
                   end-if
               when other
                   move spaces to finding-text
                   string 'unknown match ' function trim(sch-match)
                       delimited by size into finding-text
                   perform write-fatal
           end-evaluate
           .

       check-schedule-filter.
           if sch-filter = spaces or sch-filter = 'all'
               continue
           else
               move sch-filter(1:10) to lookup-difficulty
               perform find-difficulty
               if not lookup-found
                   move 1 to sch-filter-pointer
                   perform check-one-filter-kata
                       until sch-filter-pointer > 120
               end-if
           end-if
           .

       check-one-filter-kata.
           move spaces to sch-filter-kata
           unstring sch-filter delimited by ','
               into sch-filter-kata
               with pointer sch-filter-pointer
           end-unstring
           if sch-filter-kata not = spaces
               move sch-filter-kata to lookup-kata
               perform find-kata
               if not lookup-found
                   move spaces to finding-text
                   string 'filter names ' function trim(sch-filter-kata)
                          ', not a difficulty or a catalog kata'
                       delimited by size into finding-text
                   perform write-warning
               end-if
           end-if
           .

      *>  grading-policy.txt: scope-type(12) scope-key(20)
      *>  max-attempts(4) cooldown-hours(4)
       check-policy-line.
           evaluate check-line(1:12)
               when 'difficulty'
                   move check-line(13:10) to lookup-difficulty
                   perform find-difficulty
                   if not lookup-found
                       or check-line(23:10) not = spaces
                       move spaces to finding-text
                       string 'difficulty '
                              function trim(check-line(13:20))
                              ' is not a catalog difficulty'
                           delimited by size into finding-text
                       perform write-warning
                   end-if
               when 'kata'
                   move check-line(13:20) to lookup-kata
                   perform find-kata
                   if not lookup-found
                       move spaces to finding-text
                       string 'kata ' function trim(check-line(13:20))
                              ' is not on the catalog'
                           delimited by size into finding-text
                       perform write-warning
                   end-if
               when other
                   move spaces to finding-text
                   string 'scope type ' function trim(check-line(1:12))
                          ' is not difficulty or kata'
                       delimited by size into finding-text
                   perform write-fatal
           end-evaluate
           if check-line(33:4) is not numeric
               move 'max-attempts (cols 33-36) not 4 digits'
                   to finding-text
               perform write-fatal
           end-if
           if check-line(37:4) is not numeric
               move 'cooldown-hours (cols 37-40) not 4 digits'
                   to finding-text
               perform write-fatal
           end-if
           move check-line(1:32) to seen-new-key
           perform check-duplicate-key
           .

      *>  sla-commitments.txt: phase(12) complete-by(4 hhmm)
       check-sla-line.
           if check-line(1:12) not = 'GATE' and not = 'BATCH'
               move spaces to finding-text
               string 'phase ' function trim(check-line(1:12))
                      ' is not one the batch records (GATE, BATCH)'
                   delimited by size into finding-text
               perform write-warning
           end-if
           if check-line(13:4) is not numeric
               move 'complete-by (cols 13-16) not hhmm'
                   to finding-text
               perform write-fatal
           else
               move check-line(13:2) to time-hh
               move check-line(15:2) to time-mm
               if time-hh > 23 or time-mm > 59
                   move 'complete-by is not a real time of day'
                       to finding-text
                   perform write-fatal
               end-if
           end-if
           move check-line(1:12) to seen-new-key
           perform check-duplicate-key
           .

      *>  assignment-calendar.txt: kata(20) cohort(10) due(14)
      *>  penalty-pct-per-day(3)
       check-calendar-line.
           move check-line(1:20) to lookup-kata
           perform find-kata
           if not lookup-found
               move spaces to finding-text
               string 'kata ' function trim(check-line(1:20))
                      ' is not on the catalog'
                   delimited by size into finding-text
               perform write-warning
           end-if
           if check-line(21:10) not = '*' and pcoh-max > 0
               move check-line(21:10) to lookup-cohort
               perform find-cohort
               if not lookup-found
                   move spaces to finding-text
                   string 'cohort ' function trim(check-line(21:10))
                          ' is not on the cohort master'
                       delimited by size into finding-text
                   perform write-warning
               end-if
           end-if
           if check-line(31:14) is not numeric
               move 'due (cols 31-44) not yyyymmddhhmmss'
                   to finding-text
               perform write-fatal
           else
               move check-line(39:2) to time-hh
               move check-line(41:2) to time-mm
               move check-line(43:2) to time-ss
               if function test-date-yyyymmdd(
                       function numval(check-line(31:8))) not = 0
                   or time-hh > 23 or time-mm > 59 or time-ss > 59
                   move 'due is not a real date and time'
                       to finding-text
                   perform write-fatal
               end-if
           end-if
           if check-line(45:3) is not numeric
               move 'penalty-pct (cols 45-47) not 3 digits'
                   to finding-text
               perform write-fatal
           end-if
           move check-line(1:30) to seen-new-key
           perform check-duplicate-key
           .

      *>  individualization-rules.txt: kata(20) case-count(4)
      *>  offset-range(8)
       check-individualization-line.
           move check-line(1:20) to lookup-kata
           perform find-kata
           if not lookup-found
               move spaces to finding-text
               string 'kata ' function trim(check-line(1:20))
                      ' is not on the catalog'
                   delimited by size into finding-text
               perform write-warning
           end-if
           if check-line(21:4) is not numeric
               move 'case-count (cols 21-24) not 4 digits'
                   to finding-text
               perform write-fatal
           end-if
           if check-line(25:8) is not numeric
               move 'offset-range (cols 25-32) not 8 digits'
                   to finding-text
               perform write-fatal
           else
           if check-line(25:8) = '00000000'
               move 'offset-range is zero - nothing to offset by'
                   to finding-text
               perform write-fatal
           end-if
           end-if
           move check-line(1:20) to seen-new-key
           perform check-duplicate-key
           .

      *>  quality-rubric.txt: difficulty(10) max-goto(4)
      *>  max-para-lines(4) max-depth(4)
       check-rubric-line.
           move check-line(1:10) to lookup-difficulty
           perform find-difficulty
           if not lookup-found
               move spaces to finding-text
               string 'difficulty ' function trim(check-line(1:10))
                      ' is not a catalog difficulty'
                   delimited by size into finding-text
               perform write-warning
           end-if
           if check-line(11:12) is not numeric
               move 'allowances (cols 11-22) not 3 x 4 digits'
                   to finding-text
               perform write-fatal
           end-if
           move check-line(1:10) to seen-new-key
           perform check-duplicate-key
           .

      *>  operator-registry.txt: op-id(8) name(30) auth-level(8)
      *>  tenant(8, blank the home tenant)
       check-operator-line.
           if check-line(1:1) = space
               move 'op-id (cols 1-8) is blank or shifted right'
                   to finding-text
               perform write-fatal
           end-if
           if check-line(39:8) not = 'BROWSE' and not = 'RUN'
                   and not = 'CATALOG'
               move spaces to finding-text
               string 'auth level ' function trim(check-line(39:8))
                      ' (cols 39-46) is not BROWSE, RUN or CATALOG'
                   delimited by size into finding-text
               perform write-fatal
           end-if
           if check-line(47:8) not = spaces
               move check-line(47:8) to ten-record-tenant
               perform look-up-tenant
               if not ten-found
                   move spaces to finding-text
                   string 'tenant ' function trim(check-line(47:8))
                          ' (cols 47-54) is not on tenants.txt'
                       delimited by size into finding-text
                   perform write-fatal
               end-if
           end-if
           move check-line(1:8) to seen-new-key
           perform check-duplicate-key
           .

      *>  hint-thresholds.txt: kata(20), four after-attempt
      *>  thresholds(3) and a deduction pct(3), blank allowed
       check-hint-line.
           if check-line(1:20) not = '*'
               move check-line(1:20) to lookup-kata
               perform find-kata
               if not lookup-found
                   move spaces to finding-text
                   string 'kata ' function trim(check-line(1:20))
                          ' is neither * nor on the catalog'
                       delimited by size into finding-text
                   perform write-warning
               end-if
           end-if
           perform varying hint-level from 1 by 1 until hint-level > 5
               if check-line(18 + hint-level * 3:3) not = spaces
                   and check-line(18 + hint-level * 3:3)
                       is not numeric
                   move spaces to finding-text
                   move hint-level to count-display
                   string 'field ' function trim(count-display)
                          ' after the kata is not 3 digits or blank'
                       delimited by size into finding-text
                   perform write-fatal
               end-if
           end-perform
           if check-line(33:3) is numeric
               and check-line(33:3) > '100'
               move 'deduction pct over 100' to finding-text
               perform write-fatal
           end-if
           move check-line(1:20) to seen-new-key
           perform check-duplicate-key
           .

      *>  capacity-limits.txt: store(12) kind(6) allocation-kb(10)
      *>  warn-days(4) path(60)
       check-capacity-line.
           if check-line(13:6) not = 'FILE' and not = 'DIR'
               and not = 'KEYED'
               move spaces to finding-text
               string 'kind ' function trim(check-line(13:6))
                      ' is not FILE, DIR or KEYED'
                   delimited by size into finding-text
               perform write-fatal
           end-if
           if check-line(19:10) is not numeric
               or check-line(19:10) = zero
               move 'allocation-kb (cols 19-28) not a non-zero count'
                   to finding-text
               perform write-fatal
           end-if
           if check-line(29:4) is not numeric
               move 'warn-days (cols 29-32) not 4 digits'
                   to finding-text
               perform write-fatal
           end-if
           if check-line(33:60) = spaces
               move 'no path (cols 33-92) for the store'
                   to finding-text
               perform write-fatal
           end-if
           move check-line(1:12) to seen-new-key
           perform check-duplicate-key
           .

      *>  business-calendar.txt: from(8) to(8) kind(8)
      *>  description(40)
       check-business-day-line.
           if check-line(1:8) is not numeric
               move 'from (cols 1-8) not yyyymmdd' to finding-text
               perform write-fatal
           else
               if function test-date-yyyymmdd(
                       function numval(check-line(1:8))) not = 0
                   move 'from is not a real date' to finding-text
                   perform write-fatal
               end-if
           end-if
           if check-line(9:8) not = spaces
               if check-line(9:8) is not numeric
                   move 'to (cols 9-16) not yyyymmdd or blank'
                       to finding-text
                   perform write-fatal
               else
                   if function test-date-yyyymmdd(
                           function numval(check-line(9:8))) not = 0
                       move 'to is not a real date' to finding-text
                       perform write-fatal
                   else
                       if check-line(9:8) < check-line(1:8)
                           move 'to before from; closes the one day'
                               to finding-text
                           perform write-warning
                       end-if
                   end-if
               end-if
           end-if
           if check-line(17:8) not = 'HOLIDAY' and not = 'CLOSURE'
               and not = 'BREAK'
               move spaces to finding-text
               string 'kind ' function trim(check-line(17:8))
                      ' is not HOLIDAY, CLOSURE or BREAK'
                   delimited by size into finding-text
               perform write-fatal
           end-if
           move check-line(1:16) to seen-new-key
           perform check-duplicate-key
           .

      *>  time-zones.txt: zone(8) standard(5) summer(5) summer-from(4)
      *>  summer-to(4) shop(1) description(40)
       check-time-zone-line.
           if check-line(1:8) = spaces
               move 'zone (cols 1-8) is blank' to finding-text
               perform write-fatal
           end-if
           move check-line(9:5) to zone-offset-text
           move 'standard' to zone-offset-name
           perform check-zone-offset
           if check-line(14:13) not = spaces
               move check-line(14:5) to zone-offset-text
               move 'summer' to zone-offset-name
               perform check-zone-offset
               move check-line(19:4) to zone-month-day
               perform check-zone-month-day
               move check-line(23:4) to zone-month-day
               perform check-zone-month-day
           end-if
           evaluate check-line(27:1)
               when space
                   continue
               when 'S'
                   add 1 to zone-shop-count
                   if zone-shop-count > 1
                       move 'more than one shop zone; the last wins'
                           to finding-text
                       perform write-warning
                   end-if
               when other
                   move 'shop flag (col 27) is not S or blank'
                       to finding-text
                   perform write-fatal
           end-evaluate
           move check-line(1:8) to seen-new-key
           perform check-duplicate-key
           .

       check-zone-offset.
           if (zone-offset-text(1:1) not = '+'
                   and zone-offset-text(1:1) not = '-')
               or zone-offset-text(2:4) is not numeric
               move spaces to finding-text
               string function trim(zone-offset-name)
                      ' offset is not +hhmm or -hhmm'
                   delimited by size into finding-text
               perform write-fatal
           else
               if zone-offset-text(2:2) > '14'
                   or zone-offset-text(4:2) > '59'
                   move spaces to finding-text
                   string function trim(zone-offset-name)
                          ' offset ' zone-offset-text
                          ' is not a real offset'
                       delimited by size into finding-text
                   perform write-fatal
               end-if
           end-if
           .

      *>  a month-day is real when it is a date in a leap year
       check-zone-month-day.
           if zone-month-day is not numeric
               move spaces to finding-text
               string 'summer date ' zone-month-day ' is not mmdd'
                   delimited by size into finding-text
               perform write-fatal
           else
               if function test-date-yyyymmdd(
                       2028 * 10000 + function numval(zone-month-day))
                       not = 0
                   move spaces to finding-text
                   string 'summer date ' zone-month-day
                          ' is not a real month and day'
                       delimited by size into finding-text
                   perform write-fatal
               end-if
           end-if
           .

      *>  masking-profiles.txt: profile(8) output(8) id-treatment(8)
      *>  name-treatment(8) sponsor(10) key(10) description(40)
       check-masking-line.
           if check-line(1:8) = spaces
               move 'profile (cols 1-8) is blank' to finding-text
               perform write-fatal
           end-if
           if check-line(9:8) not = 'WHEXTR' and not = 'LMSEXP'
               and not = 'DASHGEN' and not = 'NIGHTRPT'
               and not = 'FEEDGEN' and not = '*'
               move spaces to finding-text
               string 'output ' function trim(check-line(9:8))
                      ' is not a masked generator or *'
                   delimited by size into finding-text
               perform write-fatal
           end-if
           move check-line(17:8) to mask-treatment-text
           move 'id' to mask-treatment-name
           perform check-mask-treatment
           move check-line(25:8) to mask-treatment-text
           move 'name' to mask-treatment-name
           perform check-mask-treatment
           move check-line(1:16) to seen-new-key
           perform check-duplicate-key
           .

       check-mask-treatment.
           if mask-treatment-text not = 'CLEAR' and not = 'PSEUDO'
               and not = 'PARTIAL' and not = 'SUPPRESS'
               move spaces to finding-text
               string function trim(mask-treatment-name)
                      ' treatment ' function trim(mask-treatment-text)
                      ' is not CLEAR, PSEUDO, PARTIAL or SUPPRESS'
                   delimited by size into finding-text
               perform write-fatal
           end-if
           .

      *>  tenants.txt: tenant(8) name(30) home(1) description(40)
       check-tenant-line.
           if check-line(1:1) = space
               move 'tenant (cols 1-8) is blank or shifted right'
                   to finding-text
               perform write-fatal
           end-if
           if check-line(1:8) = '*'
               move 'tenant * is the shared-kata mark, not a tenant'
                   to finding-text
               perform write-fatal
           end-if
           evaluate check-line(39:1)
               when space
                   continue
               when 'H'
                   add 1 to tenant-home-count
                   if tenant-home-count > 1
                       move 'more than one home tenant; the last wins'
                           to finding-text
                       perform write-warning
                   end-if
               when other
                   move 'home flag (col 39) is not H or blank'
                       to finding-text
                   perform write-fatal
           end-evaluate
           move check-line(1:8) to seen-new-key
           perform check-duplicate-key
           .

      *>  grade-scale.txt: cohort(10) min-score(3) letter(2)
       check-grade-scale-line.
           if check-line(1:10) not = '*' and pcoh-max > 0
               move check-line(1:10) to lookup-cohort
               perform find-cohort
               if not lookup-found
                   move spaces to finding-text
                   string 'cohort ' function trim(check-line(1:10))
                          ' is neither * nor on the cohort master'
                       delimited by size into finding-text
                   perform write-warning
               end-if
           end-if
           if check-line(11:3) is not numeric
               move 'min-score (cols 11-13) not 3 digits'
                   to finding-text
               perform write-fatal
           else
           if check-line(11:3) > '100'
               move 'min-score over 100 - no score reaches it'
                   to finding-text
               perform write-fatal
           end-if
           end-if
           if check-line(14:2) = spaces
               move 'no letter (cols 14-15) for the min-score'
                   to finding-text
               perform write-fatal
           end-if
           move check-line(1:13) to seen-new-key
           perform check-duplicate-key
           .

      *>  standing-rules.txt: standing(16) pass-pct-below(3)
      *>  consecutive-fails-at(3) overdue-at(3) rate-min-attempts(3)
       check-standing-line.
           if check-line(1:16) not = 'WARNING'
               and not = 'PROBATION' and not = 'DISMISSAL-REVIEW'
               move spaces to finding-text
               string 'standing ' function trim(check-line(1:16))
                      ' is not WARNING, PROBATION or DISMISSAL-REVIEW'
                   delimited by size into finding-text
               perform write-fatal
           end-if
           if check-line(17:12) is not numeric
               move 'tests (cols 17-28) not 4 x 3 digits'
                   to finding-text
               perform write-fatal
           else
           if check-line(17:3) > '100'
               move 'pass-pct-below over 100' to finding-text
               perform write-fatal
           end-if
           end-if
           move check-line(1:16) to seen-new-key
           perform check-duplicate-key
           .

      *>  cert-thresholds.txt: category(20) pass-pct(3, 001-100)
       check-cert-threshold-line.
           if check-line(1:20) not = '*'
               move check-line(1:20) to lookup-category
               perform find-category
               if not lookup-found
                   move spaces to finding-text
                   string 'category ' function trim(check-line(1:20))
                          ' is neither * nor a catalog category'
                       delimited by size into finding-text
                   perform write-warning
               end-if
           end-if
           if check-line(21:3) is not numeric
               move 'pass-pct (cols 21-23) not 3 digits'
                   to finding-text
               perform write-fatal
           else
           if check-line(21:3) = '000' or check-line(21:3) > '100'
               move 'pass-pct is not 001-100' to finding-text
               perform write-fatal
           end-if
           end-if
           move check-line(1:20) to seen-new-key
           perform check-duplicate-key
           .

      *>  distribution-list.txt: type(8) report(12), then by type
      *>    REPORT file(60) heading-lines(2) column-line(2)
      *>           unowned(8) title(40)
      *>    DETAIL prefix(12) prefix-col(3) key(10) key-col(3)
      *>           counted(1)
      *>    DROP   prefix(20) prefix-col(3)
      *>    TOTAL  label(20) col(3) len(2)
      *>    TO     recipient(20) kind(10)
      *>  rptburst ignores a rule ahead of its report's REPORT row.
       check-distribution-line.
           if check-line(1:8) not = 'REPORT'
               move 'n' to lookup-found-switch
               perform varying dist-report-index from 1 by 1
                       until dist-report-index > dist-report-max
                   if dist-report-name(dist-report-index)
                       = check-line(9:12)
                       set lookup-found to true
                   end-if
               end-perform
               if not lookup-found
                   and (check-line(1:8) = 'DETAIL' or 'DROP'
                        or 'TOTAL' or 'TO')
                   move spaces to finding-text
                   string 'report ' function trim(check-line(9:12))
                          ' has no REPORT row above this one'
                       delimited by size into finding-text
                   perform write-fatal
               end-if
           end-if
           evaluate check-line(1:8)
               when 'REPORT'
                   perform check-distribution-report
               when 'DETAIL'
                   if check-line(33:3) is not numeric
                       or check-line(46:3) is not numeric
                       move 'prefix-col or key-col not 3 digits'
                           to finding-text
                       perform write-fatal
                   end-if
                   if check-line(36:10) not = 'CANDIDATE'
                       and not = 'COHORT'
                       move 'key (cols 36-45) not CANDIDATE or COHORT'
                           to finding-text
                       perform write-fatal
                   end-if
                   if check-line(49:1) not = 'Y' and not = 'N'
                       and not = space
                       move 'counted (col 49) is not Y, N or blank'
                           to finding-text
                       perform write-fatal
                   end-if
               when 'DROP'
                   if check-line(21:20) = spaces
                       or check-line(41:3) is not numeric
                       move 'no prefix or prefix-col not 3 digits'
                           to finding-text
                       perform write-fatal
                   end-if
               when 'TOTAL'
                   if check-line(21:20) = spaces
                       or check-line(41:3) is not numeric
                       or check-line(44:2) is not numeric
                       move 'no label or col/len not digits'
                           to finding-text
                       perform write-fatal
                   else
                   if check-line(41:3) = '000'
                       or check-line(44:2) = '00'
                       or check-line(44:2) > '18'
                       move 'total col is 0 or len not 01-18'
                           to finding-text
                       perform write-fatal
                   end-if
                   end-if
               when 'TO'
                   if check-line(21:20) = spaces
                       move 'no recipient (cols 21-40)'
                           to finding-text
                       perform write-fatal
                   end-if
                   if check-line(41:10) not = 'INSTRUCTOR'
                       and not = 'SPONSOR' and not = 'OPERATIONS'
                       move 'kind not INSTRUCTOR, SPONSOR or OPERATIONS'
                           to finding-text
                       perform write-fatal
                   end-if
                   move check-line(9:32) to seen-new-key
                   perform check-duplicate-key
               when other
                   move spaces to finding-text
                   string 'row type ' function trim(check-line(1:8))
                          ' is not REPORT, DETAIL, DROP, TOTAL or TO'
                       delimited by size into finding-text
                   perform write-fatal
           end-evaluate
           .

       check-distribution-report.
           if check-line(9:12) = spaces
               or check-line(21:60) = spaces
               move 'no report (cols 9-20) or file (cols 21-80)'
                   to finding-text
               perform write-fatal
           end-if
           if check-line(81:4) is not numeric
               move 'heading/column lines (cols 81-84) not digits'
                   to finding-text
               perform write-fatal
           end-if
           if check-line(85:8) not = 'SHARED' and not = 'CONTEXT'
               and not = 'OPS'
               move spaces to finding-text
               string 'unowned ' function trim(check-line(85:8))
                      ' (cols 85-92) is not SHARED, CONTEXT or OPS'
                   delimited by size into finding-text
               perform write-fatal
           end-if
           move spaces to seen-new-key
           string 'REPORT ' check-line(9:12)
               delimited by size into seen-new-key
           perform check-duplicate-key
           if dist-report-max < 100
               add 1 to dist-report-max
               move check-line(9:12)
                   to dist-report-name(dist-report-max)
           end-if
           .

      *>  misconception-rules.txt: code(16) signature(16)
      *>  hint(100)
       check-misconception-line.
           if check-line(1:1) = space
               move 'code (cols 1-16) is blank or shifted right'
                   to finding-text
               perform write-fatal
           end-if
           if check-line(17:16) not = 'mod-power-of-10'
               and not = 'sign-dropped' and not = 'unrounded'
               and not = 'differs-by-one' and not = 'spaces-only'
               and not = 'prefix-only' and not = 'case-only'
               move spaces to finding-text
               string 'signature ' function trim(check-line(17:16))
                      ' is not one the harness tests'
                   delimited by size into finding-text
               perform write-warning
           end-if
           if check-line(33:100) = spaces
               move 'no hint (cols 33-132) for the rule'
                   to finding-text
               perform write-fatal
           end-if
           move check-line(17:16) to seen-new-key
           perform check-duplicate-key
           .

      *>  notification-templates.txt: event(8) text(100); an event
      *>  takes every line filed under it, so there is no key.
       check-template-line.
           if check-line(1:8) not = 'GRADED' and not = 'QUOTA'
               and not = 'APPEAL' and not = 'CERT'
               and not = 'DEADLINE' and not = 'STANDING'
               and not = 'DIGEST' and not = 'REVIEW'
               and not = 'REVIEWED'
               move spaces to finding-text
               string 'event ' function trim(check-line(1:8))
                      ' is never raised - the lines are not used'
                   delimited by size into finding-text
               perform write-warning
           end-if
           .

      *>  instructor-registry.txt: instructor-id(20) cohort(10)
      *>  name(30)
       check-instructor-line.
           if check-line(1:1) = space
               move 'instructor (cols 1-20) blank or shifted right'
                   to finding-text
               perform write-fatal
           end-if
           if pcoh-max > 0
               move check-line(21:10) to lookup-cohort
               perform find-cohort
               if not lookup-found
                   move spaces to finding-text
                   string 'cohort ' function trim(check-line(21:10))
                          ' is not on the cohort master'
                       delimited by size into finding-text
                   perform write-warning
               end-if
           end-if
           move check-line(1:30) to seen-new-key
           perform check-duplicate-key
           .

      *>  curriculum-tracks.txt: track(20) seq(3) kata(20)
       check-track-line.
           if check-line(1:1) = space
               move 'track (cols 1-20) is blank or shifted right'
                   to finding-text
               perform write-fatal
           end-if
           if check-line(21:3) is not numeric
               move 'seq (cols 21-23) not 3 digits' to finding-text
               perform write-fatal
           end-if
           move check-line(24:20) to lookup-kata
           perform find-kata
           if not lookup-found
               move spaces to finding-text
               string 'kata ' function trim(check-line(24:20))
                      ' is not on the catalog'
                   delimited by size into finding-text
               perform write-warning
           end-if
           move check-line(1:23) to seen-new-key
           perform check-duplicate-key
           .

      *>  gallery-consent.txt: candidate(20) choice(8)
      *>  recorded(8); a later row for a candidate is a change of
      *>  mind, not a duplicate.
       check-consent-line.
           if check-line(1:1) = space
               move 'candidate (cols 1-20) is blank or shifted right'
                   to finding-text
               perform write-fatal
           end-if
           if check-line(21:8) not = 'ATTRIB' and not = 'ANON'
               move spaces to finding-text
               string 'choice ' function trim(check-line(21:8))
                      ' (cols 21-28) is not ATTRIB or ANON'
                   delimited by size into finding-text
               perform write-fatal
           end-if
           if check-line(29:8) is not numeric
               move 'recorded (cols 29-36) not yyyymmdd'
                   to finding-text
               perform write-fatal
           else
               if function test-date-yyyymmdd(
                       function numval(check-line(29:8))) not = 0
                   move 'recorded is not a real date' to finding-text
                   perform write-fatal
               end-if
           end-if
           .

           copy ttenhelp.

       end program preflt.
