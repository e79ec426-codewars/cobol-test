       program-id. rptburst.

      *>  Report distribution: bursting each report of the nightly
      *>  stream by recipient. The reports went out whole - every
      *>  instructor got every cohort's lines, every sponsor every
      *>  other sponsor's candidates - and somebody in operations
      *>  cut them up by hand when anyone complained. The
      *>  distribution list (batch/distribution-list.txt, ctlchg
      *>  file DISTRIB, '#' comment lines) says which report goes to
      *>  whom and how each report's lines are told apart, in
      *>  fixed-width rows keyed by their first eight columns:
      *>
      *>    REPORT  report(12) file(60) heading-lines(2)
      *>            column-line(2) unowned(8) title(40)
      *>      the report and the file it is printed to; the first
      *>      heading-lines lines are its own page heading (never
      *>      burst as content), column-line the one of them that
      *>      carries the column captions (00 none) and is repeated
      *>      under every burst page heading
      *>    DETAIL  report(12) prefix(12) prefix-col(3) key(10)
      *>            key-col(3) counted(1)
      *>      a detail line: one carrying prefix at prefix-col
      *>      (blank prefix - any line) whose key, read at key-col
      *>      up to a space or '/', is a CANDIDATE on the candidate
      *>      master or a COHORT some candidate or instructor
      *>      belongs to; counted Y when the line is one of the
      *>      report's detail lines for the control totals. The
      *>      first rule that fits wins.
      *>    DROP    report(12) prefix(20) prefix-col(3)
      *>      a line of the original page headings or control
      *>      totals, recomputed per burst and so left out of it
      *>    TOTAL   report(12) label(20) col(3) len(2)
      *>      a numeric column summed over the burst's counted
      *>      detail lines into its control totals
      *>    TO      report(12) recipient(20) kind(10)
      *>      a recipient: an INSTRUCTOR (by the instructor
      *>      registry, batch/instructor-registry.txt - the details
      *>      of the cohorts they teach), a SPONSOR (the details of
      *>      the candidates whose can-sponsor it is) or OPERATIONS
      *>      (everything)
      *>
      *>  A line starting with a space that fits no rule is a
      *>  continuation and goes wherever the line before it went; a
      *>  blank line goes nowhere. Any other line belongs to nobody,
      *>  and the report's unowned treatment says what becomes of
      *>  it: SHARED - in every burst (a report with no detail
      *>  rules goes whole to everyone); CONTEXT - a section
      *>  caption, carried into a burst just ahead of the
      *>  recipient's next detail line under it and not at all when
      *>  they have none; OPS - operations' bursts only.
      *>
      *>  Each burst (batch/bursts/<yyyymmdd>/<report>-<recipient>
      *>  .txt) has its own page headings - the report's title,
      *>  the recipient, the run date and the burst's page number,
      *>  with the column captions - on 56-line pages, and its own
      *>  control totals: the detail lines it carries, the TOTAL
      *>  columns summed over them, and the report's detail lines
      *>  it withholds. Every burst is entered on the delivery
      *>  register (src/tmskdata.cpy) as RPTBURST's, with the
      *>  detail lines delivered and withheld.
      *>
      *>  The reports are burst as their steps printed them; a
      *>  candidate printed under a masking profile matches no
      *>  candidate on the master, so the line is unowned.
      *>
      *>  Usage: rptburst [report]   (run from the repo root; the
      *>  BURST step at the end of batch/report-stream.txt bursts
      *>  every report on the list, a report named only that one)
      *>  Return code 4 when a report, a recipient or a list row
      *>  cannot be used (the rest are still burst), 2 when the
      *>  report named is not on the list.

       environment division.
       input-output section.
       file-control.
           copy tcanfc.
           copy tmskfc.
           select distribution-file
               assign to dynamic distribution-file-path
               organization line sequential
               file status distribution-file-status.
           select registry-file assign to dynamic registry-file-path
               organization line sequential
               file status registry-file-status.
           select report-file assign to dynamic report-file-path
               organization line sequential
               file status report-file-status.
           select burst-file assign to dynamic burst-file-path
               organization line sequential
               file status burst-file-status.

       data division.
       file section.
           copy tcanfd.
           copy tmskfd.
       fd  distribution-file.
       01  distribution-record    pic x(132).
       fd  registry-file.
       01  registry-record.
           05 ins-id-in           pic x(20).
           05 ins-cohort-in       pic x(10).
           05 ins-name-in         pic x(30).
       fd  report-file.
       01  report-record          pic x(250).
       fd  burst-file.
       01  burst-record           pic x(250).

       working-storage section.
           copy tcandata.
           copy tmskdata.
       01  distribution-file-path pic x(100)
                               value 'batch/distribution-list.txt'.
       01  distribution-file-status pic x(2) value spaces.
       01  distribution-eof-switch pic x value 'n'.
           88 distribution-eof value 'y'.
       01  registry-file-path pic x(100)
                               value 'batch/instructor-registry.txt'.
       01  registry-file-status pic x(2) value spaces.
       01  registry-eof-switch pic x value 'n'.
           88 registry-eof    value 'y'.
       01  report-file-path   pic x(100) value spaces.
       01  report-file-status pic x(2) value spaces.
       01  report-eof-switch  pic x value 'n'.
           88 report-eof      value 'y'.
       01  burst-file-path    pic x(100) value spaces.
       01  burst-file-status  pic x(2) value spaces.

       01  burst-arguments    pic x(100) value spaces.
       01  burst-only-report  pic x(12) value spaces.
       01  burst-return-code  pic 9 value 0.
       01  current-date-stamp pic x(21).
       01  burst-run-date     pic x(10).
       01  burst-directory    pic x(40) value spaces.
       01  mkdir-command      pic x(200).
       01  bursts-written     pic 9(4) value 0.
       01  count-display      pic zzz9.

      *>  A distribution list row, in each of its views.
       01  dst-line           pic x(132).
       01  dst-common-view redefines dst-line.
           05 dst-type           pic x(8).
           05 dst-report         pic x(12).
           05 filler             pic x(112).
       01  dst-report-view redefines dst-line.
           05 filler             pic x(20).
           05 dst-file           pic x(60).
           05 dst-heading-lines  pic x(2).
           05 dst-column-line    pic x(2).
           05 dst-unowned        pic x(8).
           05 dst-title          pic x(40).
       01  dst-detail-view redefines dst-line.
           05 filler             pic x(20).
           05 dst-detail-prefix  pic x(12).
           05 dst-detail-prefix-col pic x(3).
           05 dst-key            pic x(10).
           05 dst-key-col        pic x(3).
           05 dst-counted        pic x(1).
           05 filler             pic x(83).
       01  dst-drop-view redefines dst-line.
           05 filler             pic x(20).
           05 dst-drop-prefix    pic x(20).
           05 dst-drop-prefix-col pic x(3).
           05 filler             pic x(89).
       01  dst-total-view redefines dst-line.
           05 filler             pic x(20).
           05 dst-total-label    pic x(20).
           05 dst-total-col      pic x(3).
           05 dst-total-len      pic x(2).
           05 filler             pic x(87).
       01  dst-to-view redefines dst-line.
           05 filler             pic x(20).
           05 dst-recipient      pic x(20).
           05 dst-kind           pic x(10).
           05 filler             pic x(82).
       01  dst-row-number     pic 9(4) value 0.
       01  dst-row-display    pic zzz9.
       01  dst-row-bad-switch pic x value 'n'.
           88 dst-row-bad     value 'y'.

      *>  The list, loaded whole.
       01  rpt-max            pic 9(2) value 0.
       01  rpt-table.
           05 rpt-entry occurs 20 times.
              10 rpt-name        pic x(12).
              10 rpt-file        pic x(60).
              10 rpt-heading-lines pic 9(2).
              10 rpt-column-line pic 9(2).
              10 rpt-unowned     pic x(8).
              10 rpt-title       pic x(40).
       01  rpt-index          pic 9(2) value 0.
       01  rpt-found-switch   pic x value 'n'.
           88 rpt-found       value 'y'.

       01  dtl-max            pic 9(2) value 0.
       01  dtl-table.
           05 dtl-entry occurs 50 times.
              10 dtl-report      pic x(12).
              10 dtl-prefix      pic x(12).
              10 dtl-prefix-len  pic 9(2).
              10 dtl-prefix-col  pic 9(3).
              10 dtl-key         pic x(10).
              10 dtl-key-col     pic 9(3).
              10 dtl-counted     pic x(1).
       01  dtl-index          pic 9(2) value 0.

       01  drp-max            pic 9(2) value 0.
       01  drp-table.
           05 drp-entry occurs 50 times.
              10 drp-report      pic x(12).
              10 drp-prefix      pic x(20).
              10 drp-prefix-len  pic 9(2).
              10 drp-prefix-col  pic 9(3).
       01  drp-index          pic 9(2) value 0.

       01  tot-max            pic 9(2) value 0.
       01  tot-table.
           05 tot-entry occurs 30 times.
              10 tot-report      pic x(12).
              10 tot-label       pic x(20).
              10 tot-col         pic 9(3).
              10 tot-len         pic 9(2).
              10 tot-sum         pic 9(10).
       01  tot-index          pic 9(2) value 0.
       01  tot-text           pic x(20).
       01  tot-display        pic z(9)9.

       01  to-max             pic 9(3) value 0.
       01  to-table.
           05 to-entry occurs 200 times.
              10 to-report       pic x(12).
              10 to-recipient    pic x(20).
              10 to-kind         pic x(10).
                 88 to-instructor value 'INSTRUCTOR'.
                 88 to-sponsor    value 'SPONSOR'.
                 88 to-operations value 'OPERATIONS'.
       01  to-index           pic 9(3) value 0.

      *>  The candidate master's cohorts and sponsors, and the
      *>  instructor registry.
       01  cnd-max            pic 9(4) value 0.
       01  cnd-table.
           05 cnd-entry occurs 2000 times.
              10 cnd-id          pic x(20).
              10 cnd-cohort      pic x(10).
              10 cnd-sponsor     pic x(10).
       01  cnd-index          pic 9(4) value 0.
       01  cnd-found-switch   pic x value 'n'.
           88 cnd-found       value 'y'.

       01  ins-max            pic 9(3) value 0.
       01  ins-table.
           05 ins-entry occurs 500 times.
              10 ins-id          pic x(20).
              10 ins-cohort      pic x(10).
       01  ins-index          pic 9(3) value 0.
       01  ins-found-switch   pic x value 'n'.
           88 ins-found       value 'y'.

      *>  The report line being placed: what it is, and for a
      *>  detail line whose it is.
       01  line-number        pic 9(6) value 0.
       01  line-class         pic x value spaces.
           88 line-dropped    value 'D'.
           88 line-detail     value 'T'.
           88 line-continued  value 'C'.
           88 line-unowned    value 'U'.
       01  line-key           pic x(20) value spaces.
       01  line-key-kind      pic x(10) value spaces.
       01  line-counted       pic x value 'n'.
       01  line-cohort        pic x(10) value spaces.
       01  line-sponsor       pic x(10) value spaces.
       01  check-cohort       pic x(10) value spaces.
       01  line-selected-switch pic x value 'n'.
           88 line-selected   value 'y'.
      *>  where the last line went: W written, B held as context,
      *>  N nowhere - a continuation line follows it.
       01  previous-fate      pic x value 'N'.
      *>  a run of context lines is one caption; the next run
      *>  replaces it.
       01  context-run-switch pic x value 'n'.
           88 context-running value 'y'.
       01  context-was-running-switch pic x value 'n'.
           88 context-was-running value 'y'.

      *>  Context lines held for the recipient's next detail line.
       01  ctx-max            pic 9(2) value 0.
       01  ctx-table.
           05 ctx-line occurs 20 times pic x(250).
       01  ctx-index          pic 9(2) value 0.

      *>  The burst being written.
       01  column-heading-text pic x(250) value spaces.
       01  burst-line         pic x(250) value spaces.
       01  burst-heading      pic x(132) value spaces.
       01  burst-details      pic 9(8) value 0.
       01  report-details     pic 9(8) value 0.
       01  page-number        pic 9(4) value 0.
       01  page-line-count    pic 9(2) value 0.
       01  lines-per-page     pic 9(2) value 56.
       01  page-number-display pic z(3)9.
       01  total-display      pic z(7)9.

       procedure division.
           accept burst-arguments from command-line
           unstring burst-arguments delimited by all spaces
               into burst-only-report
           end-unstring
           move function current-date to current-date-stamp
           string current-date-stamp(1:4) '-'
                  current-date-stamp(5:2) '-'
                  current-date-stamp(7:2)
               delimited by size into burst-run-date
           perform load-distribution-list
           if rpt-max = 0
               display '<RPTBURST::> no reports on '
                       function trim(distribution-file-path)
                       '; nothing to burst'
               goback
           end-if
           if burst-only-report not = spaces
               move 'n' to rpt-found-switch
               perform varying rpt-index from 1 by 1
                       until rpt-index > rpt-max
                   if rpt-name(rpt-index) = burst-only-report
                       set rpt-found to true
                   end-if
               end-perform
               if not rpt-found
                   display '<RPTBURST-ERROR::> report '
                           function trim(burst-only-report)
                           ' is not on '
                           function trim(distribution-file-path)
                   move 2 to return-code
                   goback
               end-if
           end-if
           perform load-burst-candidates
           perform load-instructors
           string 'batch/bursts/' current-date-stamp(1:8)
               delimited by size into burst-directory
           move spaces to mkdir-command
           string 'mkdir -p ' function trim(burst-directory)
               delimited by size into mkdir-command
           call 'SYSTEM' using mkdir-command
           perform burst-one-report
               varying rpt-index from 1 by 1
               until rpt-index > rpt-max
           move bursts-written to count-display
           display '<RPTBURST::> ' function trim(count-display)
                   ' burst(s) written to '
                   function trim(burst-directory)
           move burst-return-code to return-code
           goback
           .

       load-distribution-list.
           open input distribution-file
           if distribution-file-status = '00'
               perform read-next-distribution-row
                   until distribution-eof
               close distribution-file
           end-if
           .

       read-next-distribution-row.
           read distribution-file
               at end
                   set distribution-eof to true
               not at end
                   add 1 to dst-row-number
                   if distribution-record(1:1) not = '#'
                           and distribution-record not = spaces
                       move distribution-record to dst-line
                       perform take-distribution-row
                   end-if
           end-read
           .

       take-distribution-row.
           move 'n' to dst-row-bad-switch
           if dst-type not = 'REPORT'
               move 'n' to rpt-found-switch
               perform varying rpt-index from 1 by 1
                       until rpt-index > rpt-max or rpt-found
                   if rpt-name(rpt-index) = dst-report
                       set rpt-found to true
                   end-if
               end-perform
               if not rpt-found
                   set dst-row-bad to true
               end-if
           end-if
           if not dst-row-bad
               evaluate dst-type
                   when 'REPORT'
                       perform take-report-row
                   when 'DETAIL'
                       perform take-detail-row
                   when 'DROP'
                       perform take-drop-row
                   when 'TOTAL'
                       perform take-total-row
                   when 'TO'
                       perform take-to-row
                   when other
                       set dst-row-bad to true
               end-evaluate
           end-if
           if dst-row-bad
               move dst-row-number to dst-row-display
               display '<RPTBURST-WARNING::> row '
                       function trim(dst-row-display) ' of '
                       function trim(distribution-file-path)
                       ' ignored: ' function trim(dst-line)
               move 4 to burst-return-code
           end-if
           .

       take-report-row.
           if dst-report = spaces or dst-file = spaces
                   or dst-heading-lines not numeric
                   or dst-column-line not numeric
                   or rpt-max not < 20
               set dst-row-bad to true
           end-if
           if dst-unowned not = 'SHARED' and not = 'CONTEXT'
                   and not = 'OPS'
               set dst-row-bad to true
           end-if
           if not dst-row-bad
               add 1 to rpt-max
               move dst-report to rpt-name(rpt-max)
               move dst-file to rpt-file(rpt-max)
               move dst-heading-lines to rpt-heading-lines(rpt-max)
               move dst-column-line to rpt-column-line(rpt-max)
               move dst-unowned to rpt-unowned(rpt-max)
               move dst-title to rpt-title(rpt-max)
               if dst-title = spaces
                   move dst-report to rpt-title(rpt-max)
               end-if
           end-if
           .

       take-detail-row.
           if dst-detail-prefix-col not numeric
                   or dst-key-col not numeric
                   or dtl-max not < 50
               set dst-row-bad to true
           end-if
           if dst-key not = 'CANDIDATE' and not = 'COHORT'
               set dst-row-bad to true
           end-if
           if not dst-row-bad
               perform add-detail-rule
           end-if
           .

       add-detail-rule.
           add 1 to dtl-max
           move dst-report to dtl-report(dtl-max)
           move dst-detail-prefix to dtl-prefix(dtl-max)
           move 0 to dtl-prefix-len(dtl-max)
           if dst-detail-prefix not = spaces
               move function length(
                        function trim(dst-detail-prefix trailing))
                   to dtl-prefix-len(dtl-max)
           end-if
           move dst-detail-prefix-col to dtl-prefix-col(dtl-max)
           move dst-key to dtl-key(dtl-max)
           move dst-key-col to dtl-key-col(dtl-max)
           move dst-counted to dtl-counted(dtl-max)
           if dtl-prefix-col(dtl-max) = 0
               move 1 to dtl-prefix-col(dtl-max)
           end-if
           if dtl-key-col(dtl-max) = 0
               move 1 to dtl-key-col(dtl-max)
           end-if
           if dtl-prefix-col(dtl-max) + dtl-prefix-len(dtl-max) > 251
                   or dtl-key-col(dtl-max) > 250
               subtract 1 from dtl-max
               set dst-row-bad to true
           end-if
           .

       take-drop-row.
           if dst-drop-prefix = spaces
                   or dst-drop-prefix-col not numeric
                   or drp-max not < 50
               set dst-row-bad to true
           else
               perform add-drop-rule
           end-if
           .

       add-drop-rule.
           add 1 to drp-max
           move dst-report to drp-report(drp-max)
           move dst-drop-prefix to drp-prefix(drp-max)
           move function length(
                    function trim(dst-drop-prefix trailing))
               to drp-prefix-len(drp-max)
           move dst-drop-prefix-col to drp-prefix-col(drp-max)
           if drp-prefix-col(drp-max) = 0
               move 1 to drp-prefix-col(drp-max)
           end-if
           if drp-prefix-col(drp-max) + drp-prefix-len(drp-max) > 251
               subtract 1 from drp-max
               set dst-row-bad to true
           end-if
           .

       take-total-row.
           if dst-total-label = spaces
                   or dst-total-col not numeric
                   or dst-total-len not numeric
                   or tot-max not < 30
               set dst-row-bad to true
           else
               if dst-total-col = '000' or dst-total-len = '00'
                       or dst-total-len > '18'
                   set dst-row-bad to true
               else
                   perform add-total-rule
               end-if
           end-if
           .

       add-total-rule.
           add 1 to tot-max
           move dst-report to tot-report(tot-max)
           move dst-total-label to tot-label(tot-max)
           move dst-total-col to tot-col(tot-max)
           move dst-total-len to tot-len(tot-max)
           if tot-col(tot-max) + tot-len(tot-max) > 251
               subtract 1 from tot-max
               set dst-row-bad to true
           end-if
           .

       take-to-row.
           if dst-recipient = spaces or to-max not < 200
               set dst-row-bad to true
           end-if
           if dst-kind not = 'INSTRUCTOR' and not = 'SPONSOR'
                   and not = 'OPERATIONS'
               set dst-row-bad to true
           end-if
           if not dst-row-bad
               add 1 to to-max
               move dst-report to to-report(to-max)
               move dst-recipient to to-recipient(to-max)
               move dst-kind to to-kind(to-max)
           end-if
           .

       load-burst-candidates.
           move 0 to cnd-max
           open input candidate-file
           if candidate-file-status = '00'
               perform read-next-burst-candidate until candidate-eof
               close candidate-file
               move 'n' to candidate-eof-switch
           end-if
           .

       read-next-burst-candidate.
           read candidate-file next
               at end
                   set candidate-eof to true
               not at end
                   if cnd-max < 2000
                       add 1 to cnd-max
                       move can-id to cnd-id(cnd-max)
                       move can-cohort to cnd-cohort(cnd-max)
                       move can-sponsor to cnd-sponsor(cnd-max)
                   end-if
           end-read
           .

       load-instructors.
           move 0 to ins-max
           open input registry-file
           if registry-file-status = '00'
               perform read-next-instructor until registry-eof
               close registry-file
           end-if
           .

       read-next-instructor.
           read registry-file
               at end
                   set registry-eof to true
               not at end
                   if registry-record(1:1) not = '#'
                           and ins-id-in not = spaces
                           and ins-max < 500
                       add 1 to ins-max
                       move ins-id-in to ins-id(ins-max)
                       move ins-cohort-in to ins-cohort(ins-max)
                   end-if
           end-read
           .

      *>  a report whose step did not print it this run is left
      *>  unburst rather than bursting last night's copy empty.
       burst-one-report.
           if burst-only-report = spaces
                   or burst-only-report = rpt-name(rpt-index)
               move rpt-file(rpt-index) to report-file-path
               open input report-file
               if report-file-status = '00'
                   close report-file
                   perform burst-to-recipient
                       varying to-index from 1 by 1
                       until to-index > to-max
               else
                   display '<RPTBURST-WARNING::> report '
                           function trim(rpt-name(rpt-index))
                           ' not burst: cannot open '
                           function trim(report-file-path)
                   move 4 to burst-return-code
               end-if
           end-if
           .

       burst-to-recipient.
           if to-report(to-index) = rpt-name(rpt-index)
               perform check-recipient
               if ins-found
                   perform write-one-burst
               end-if
           end-if
           .

      *>  an instructor must be on the registry: one who is not
      *>  teaches nothing, so their burst would only ever be empty.
       check-recipient.
           set ins-found to true
           if to-instructor(to-index)
               move 'n' to ins-found-switch
               perform varying ins-index from 1 by 1
                       until ins-index > ins-max or ins-found
                   if ins-id(ins-index) = to-recipient(to-index)
                       set ins-found to true
                   end-if
               end-perform
               if not ins-found
                   display '<RPTBURST-WARNING::> instructor '
                           function trim(to-recipient(to-index))
                           ' is not on '
                           function trim(registry-file-path)
                           '; no '
                           function trim(rpt-name(rpt-index))
                           ' burst'
                   move 4 to burst-return-code
               end-if
           end-if
           .

       write-one-burst.
           move spaces to burst-file-path
           string function trim(burst-directory) '/'
                  function trim(rpt-name(rpt-index)) '-'
                  function trim(to-recipient(to-index)) '.txt'
               delimited by size into burst-file-path
           open output burst-file
           if burst-file-status = '00'
               perform fill-one-burst
           else
               display '<RPTBURST-WARNING::> cannot write '
                       function trim(burst-file-path)
               move 4 to burst-return-code
           end-if
           .

       fill-one-burst.
           move 0 to line-number burst-details report-details
           move 0 to page-number page-line-count ctx-max
           move 'N' to previous-fate
           move 'n' to context-run-switch
           move spaces to column-heading-text
           perform varying tot-index from 1 by 1
                   until tot-index > tot-max
               move 0 to tot-sum(tot-index)
           end-perform
           move 'n' to report-eof-switch
           open input report-file
           perform burst-next-line until report-eof
           close report-file
           perform write-burst-totals
           close burst-file
           move 'RPTBURST' to msk-output
           move burst-file-path to msk-delivered-file
           move burst-details to msk-delivered-records
           compute msk-withheld-records =
               report-details - burst-details
           perform note-delivery
           move burst-details to total-display
           display '<RPTBURST::> ' function trim(burst-file-path)
                   ': ' function trim(total-display)
                   ' detail line(s)'
           add 1 to bursts-written
           .

       burst-next-line.
           read report-file
               at end
                   set report-eof to true
               not at end
                   add 1 to line-number
                   perform place-report-line
           end-read
           .

       place-report-line.
           evaluate true
               when line-number not > rpt-heading-lines(rpt-index)
                   if line-number = rpt-column-line(rpt-index)
                       move report-record to column-heading-text
                   end-if
               when report-record = spaces
                   continue
               when other
                   move context-run-switch
                       to context-was-running-switch
                   move 'n' to context-run-switch
                   perform classify-line
                   perform place-classified-line
           end-evaluate
           .

       place-classified-line.
           evaluate true
               when line-dropped
                   move 'N' to previous-fate
               when line-detail
                   perform place-detail-line
               when line-continued
                   evaluate previous-fate
                       when 'W'
                           move report-record to burst-line
                           perform write-burst-line
                       when 'B'
                           perform hold-context-line
                   end-evaluate
               when other
                   perform place-unowned-line
           end-evaluate
           .

      *>  the drop rules first, then the detail rules in list order.
       classify-line.
           move 'U' to line-class
           perform varying drp-index from 1 by 1
                   until drp-index > drp-max or line-dropped
               if drp-report(drp-index) = rpt-name(rpt-index)
                   and report-record(drp-prefix-col(drp-index):
                                     drp-prefix-len(drp-index))
                     = drp-prefix(drp-index)
                           (1:drp-prefix-len(drp-index))
                   set line-dropped to true
               end-if
           end-perform
           if line-unowned
               perform check-detail-rule
                   varying dtl-index from 1 by 1
                   until dtl-index > dtl-max or line-detail
           end-if
           if line-unowned and report-record(1:1) = space
               set line-continued to true
           end-if
           .

      *>  the rule is the report's and its prefix is on the line;
      *>  then the key must be a candidate or cohort we know.
       check-detail-rule.
           move spaces to line-key line-cohort line-sponsor
           if dtl-report(dtl-index) = rpt-name(rpt-index)
               if dtl-prefix-len(dtl-index) = 0
                   or report-record(dtl-prefix-col(dtl-index):
                                    dtl-prefix-len(dtl-index))
                     = dtl-prefix(dtl-index)
                           (1:dtl-prefix-len(dtl-index))
                   unstring report-record(dtl-key-col(dtl-index):)
                       delimited by space or '/'
                       into line-key
                   end-unstring
               end-if
           end-if
           if line-key not = spaces
               perform check-detail-key
           end-if
           .

       check-detail-key.
           move dtl-key(dtl-index) to line-key-kind
           if dtl-key(dtl-index) = 'CANDIDATE'
               move 'n' to cnd-found-switch
               perform varying cnd-index from 1 by 1
                       until cnd-index > cnd-max or cnd-found
                   if cnd-id(cnd-index) = line-key
                       set cnd-found to true
                       move cnd-cohort(cnd-index) to line-cohort
                       move cnd-sponsor(cnd-index) to line-sponsor
                   end-if
               end-perform
               if cnd-found
                   set line-detail to true
               end-if
           else
               move line-key to line-cohort
               perform check-known-cohort
               if cnd-found or ins-found
                   set line-detail to true
               end-if
           end-if
           if line-detail
               move 'n' to line-counted
               if dtl-counted(dtl-index) = 'Y'
                   move 'y' to line-counted
               end-if
           end-if
           .

      *>  a cohort is known when a candidate is in it or an
      *>  instructor teaches it.
       check-known-cohort.
           move 'n' to cnd-found-switch ins-found-switch
           perform varying cnd-index from 1 by 1
                   until cnd-index > cnd-max or cnd-found
               if cnd-cohort(cnd-index) = line-cohort
                   set cnd-found to true
               end-if
           end-perform
           perform varying ins-index from 1 by 1
                   until ins-index > ins-max or ins-found
               if ins-cohort(ins-index) = line-cohort
                   set ins-found to true
               end-if
           end-perform
           .

       place-detail-line.
           if line-counted = 'y'
               add 1 to report-details
           end-if
           perform select-detail-line
           if line-selected
               perform varying ctx-index from 1 by 1
                       until ctx-index > ctx-max
                   move ctx-line(ctx-index) to burst-line
                   perform write-burst-line
               end-perform
               move 0 to ctx-max
               move report-record to burst-line
               perform write-burst-line
               if line-counted = 'y'
                   add 1 to burst-details
                   perform add-burst-totals
               end-if
           else
               move 'N' to previous-fate
           end-if
           .

       select-detail-line.
           move 'n' to line-selected-switch
           evaluate true
               when to-operations(to-index)
                   set line-selected to true
               when to-sponsor(to-index)
                   if line-key-kind = 'CANDIDATE'
                       and line-sponsor = to-recipient(to-index)
                       set line-selected to true
                   end-if
               when to-instructor(to-index)
                   perform varying ins-index from 1 by 1
                           until ins-index > ins-max
                               or line-selected
                       if ins-id(ins-index) = to-recipient(to-index)
                           and ins-cohort(ins-index) = line-cohort
                           set line-selected to true
                       end-if
                   end-perform
           end-evaluate
           .

       add-burst-totals.
           perform varying tot-index from 1 by 1
                   until tot-index > tot-max
               if tot-report(tot-index) = rpt-name(rpt-index)
                   move spaces to tot-text
                   move report-record(tot-col(tot-index):
                                      tot-len(tot-index))
                       to tot-text
                   if tot-text not = spaces
                       and function test-numval(tot-text) = 0
                       compute tot-sum(tot-index) =
                           tot-sum(tot-index)
                           + function numval(tot-text)
                   end-if
               end-if
           end-perform
           .

       place-unowned-line.
           evaluate true
               when rpt-unowned(rpt-index) = 'SHARED'
                   or to-operations(to-index)
                   move report-record to burst-line
                   perform write-burst-line
               when rpt-unowned(rpt-index) = 'CONTEXT'
                   perform hold-context-line
               when other
                   move 'N' to previous-fate
           end-evaluate
           .

       hold-context-line.
           if not context-was-running
               move 0 to ctx-max
           end-if
           set context-running to true
           if ctx-max < 20
               add 1 to ctx-max
               move report-record to ctx-line(ctx-max)
           end-if
           move 'B' to previous-fate
           .

       write-burst-line.
           if page-number = 0 or page-line-count >= lines-per-page
               perform write-burst-heading
           end-if
           write burst-record from burst-line
           add 1 to page-line-count
           move 'W' to previous-fate
           .

       write-burst-heading.
           add 1 to page-number
           if page-number > 1
               move spaces to burst-record
               write burst-record
           end-if
           move spaces to burst-heading
           string function trim(rpt-title(rpt-index))
                  '  FOR ' function trim(to-recipient(to-index))
                  ' (' function trim(to-kind(to-index)) ')'
               delimited by size into burst-heading
           move 'RUN ' to burst-heading(92:4)
           move burst-run-date to burst-heading(96:10)
           move page-number to page-number-display
           move 'PAGE ' to burst-heading(123:5)
           move page-number-display to burst-heading(128:4)
           write burst-record from burst-heading
           if column-heading-text not = spaces
               write burst-record from column-heading-text
           end-if
           move all '-' to burst-heading
           write burst-record from burst-heading
           move 0 to page-line-count
           .

       write-burst-totals.
           if page-number = 0
               perform write-burst-heading
           end-if
           move all '-' to burst-heading
           write burst-record from burst-heading
           move burst-details to total-display
           move spaces to burst-heading
           string 'CONTROL TOTALS: '
                  function trim(total-display) ' detail line(s)'
               delimited by size into burst-heading
           write burst-record from burst-heading
           perform varying tot-index from 1 by 1
                   until tot-index > tot-max
               if tot-report(tot-index) = rpt-name(rpt-index)
                   move tot-sum(tot-index) to tot-display
                   move spaces to burst-heading
                   string '                '
                          function trim(tot-display) ' '
                          function trim(tot-label(tot-index))
                       delimited by size into burst-heading
                   write burst-record from burst-heading
               end-if
           end-perform
           compute total-display = report-details - burst-details
           move spaces to burst-heading
           string '                '
                  function trim(total-display)
                  ' detail line(s) of the report withheld'
               delimited by size into burst-heading
           write burst-record from burst-heading
           .

           copy tmskhelp.

       end program rptburst.
