       program-id. srcdiff.

      *>  Attempt-to-attempt source diff. Instructors ask "what
      *>  did they change between the failing and the passing
      *>  attempt" all the time; with every graded submission filed
      *>  in the submission-source store (batch/source-store-load.cbl)
      *>  this answers it. For one candidate and kata it walks the
      *>  stored attempts in submission order, heads each with its
      *>  timestamp, kata version and the outcome the audit trail
      *>  recorded for it, and lists the lines removed from and
      *>  added to the previous attempt - a longest-common-
      *>  subsequence line diff, so a moved block or an inserted
      *>  paragraph shows as the handful of lines that really
      *>  changed rather than everything below it.
      *>
      *>  An attempt's header record (line 00000) carries its line
      *>  count; lines past it - left behind when a reload filed a
      *>  shorter source over a longer one - are ignored. Attempts
      *>  longer than 400 lines are compared over their first 400
      *>  and say so.
      *>
      *>  Usage: srcdiff <candidate> <kata>   (run from the repo root)
      *>  Output: batch/source-diff-<candidate>-<kata>.txt, and a
      *>  one-line summary. Return code 1 when the store holds no
      *>  attempt for the pair, 2 when it cannot be read.

       environment division.
       input-output section.
       file-control.
           copy tsrcfc.
           copy taudfc.
           select diff-report-file
               assign to dynamic diff-report-path
               organization line sequential
               file status diff-report-status.

       data division.
       file section.
           copy tsrcfd.
           copy taudfd.
       fd  diff-report-file.
       01  diff-report-record pic x(180).

       working-storage section.
           copy tsrcdata.
           copy tauddata.
       01  command-line-args  pic x(250).
       01  sd-candidate       pic x(20).
       01  sd-kata            pic x(20).
       01  diff-report-path   pic x(100).
       01  diff-report-status pic x(2) value spaces.
       01  diff-report-line   pic x(180).
       01  sd-done-switch     pic x value 'n'.
           88 sd-done         value 'y'.

      *>  Audit outcomes for the pair, looked up by timestamp.
       01  ao-max             pic 9(3) value 0.
       01  ao-table.
           05 ao-entry occurs 300 times.
              10 ao-timestamp     pic x(14).
              10 ao-pass-in       pic x(6).
              10 ao-fail-in       pic x(6).
       01  ao-index           pic 9(3) value 0.
       01  ao-outcome         pic x(30).

      *>  The attempt being read and the one before it.
       01  sd-line-max        pic 9(3) value 400.
       01  sd-cur-submitted   pic x(14) value spaces.
       01  sd-cur-version     pic x(4).
       01  sd-cur-declared    pic 9(5) value 0.
       01  sd-cur-count       pic 9(3) value 0.
       01  sd-cur-table.
           05 sd-cur-line occurs 400 times pic x(160).
       01  sd-prev-submitted  pic x(14) value spaces.
       01  sd-prev-count      pic 9(3) value 0.
       01  sd-prev-outcome    pic x(30).
       01  sd-prev-table.
           05 sd-prev-line occurs 400 times pic x(160).
       01  sd-attempt-count   pic 9(4) value 0.
       01  sd-header-junk     pic x(160).
       01  sd-header-count    pic x(10).

      *>  Longest-common-subsequence lengths: lcs-cell(i j) is the
      *>  LCS of previous lines i.. against current lines j.., one
      *>  row and column past the ends held at zero.
       01  lcs-table.
           05 lcs-row occurs 401 times.
              10 lcs-cell occurs 401 times pic 9(4) comp.
       01  lcs-i              pic 9(4) comp value 0.
       01  lcs-j              pic 9(4) comp value 0.
       01  lcs-i-limit        pic 9(4) comp value 0.
       01  lcs-j-limit        pic 9(4) comp value 0.
       01  sd-removed-count   pic 9(4) value 0.
       01  sd-added-count     pic 9(4) value 0.
       01  sd-line-display    pic 9(4).
       01  sd-attempt-display pic z(3)9.

       procedure division.
           accept command-line-args from command-line
           unstring command-line-args delimited by all spaces
               into sd-candidate sd-kata
           if sd-candidate = spaces or sd-kata = spaces
               display 'usage: srcdiff <candidate> <kata>'
               move 2 to return-code
               goback
           end-if
           open input source-store-file
           if source-store-status not = '00'
               display '<SRCDIFF-ERROR::> cannot open '
                       function trim(source-store-path)
                       ' - has srcload run yet?'
               move 2 to return-code
               goback
           end-if
           perform load-audit-outcomes
           move spaces to diff-report-path
           string 'batch/source-diff-' function trim(sd-candidate)
                  '-' function trim(sd-kata) '.txt'
               delimited by size into diff-report-path
           open output diff-report-file
           move spaces to diff-report-line
           string 'SOURCE HISTORY  candidate '
                  function trim(sd-candidate)
                  '  kata ' function trim(sd-kata)
               delimited by size into diff-report-line
           perform write-diff-line
           perform position-at-pair
           perform read-next-source-record until sd-done
           perform close-attempt
           close source-store-file
           move sd-attempt-count to sd-attempt-display
           if sd-attempt-count = 0
               move '  (no stored attempts)' to diff-report-line
               perform write-diff-line
               close diff-report-file
               display '<SRCDIFF::> no stored attempts for '
                       function trim(sd-candidate) '/'
                       function trim(sd-kata)
               move 1 to return-code
               goback
           end-if
           close diff-report-file
           display '<SRCDIFF::> ' function trim(sd-attempt-display)
                   ' attempt(s) for ' function trim(sd-candidate)
                   '/' function trim(sd-kata) ' written to '
                   function trim(diff-report-path)
           goback.

      *>  The outcome each attempt graded to, from the trail's
      *>  details for the pair; a missing trail just leaves every
      *>  outcome unknown.
       load-audit-outcomes.
           open input audit-file
           if audit-file-status = '00'
               perform read-next-audit-outcome until audit-eof
               close audit-file
           end-if
           .

       read-next-audit-outcome.
           read audit-file
               at end
                   set audit-eof to true
               not at end
                   if aud-candidate-id-in = sd-candidate
                       and aud-kata-name-in = sd-kata
                       and ao-max < 300
                       add 1 to ao-max
                       move aud-timestamp-in to ao-timestamp(ao-max)
                       move aud-pass-count-in to ao-pass-in(ao-max)
                       move aud-fail-count-in to ao-fail-in(ao-max)
                   end-if
           end-read
           .

       find-attempt-outcome.
           move 'UNKNOWN' to ao-outcome
           perform check-attempt-outcome
               varying ao-index from 1 by 1
               until ao-index > ao-max
           .

       check-attempt-outcome.
           if ao-timestamp(ao-index) = sd-cur-submitted
               perform describe-attempt-outcome
           end-if
           .

      *>  a status word (DIDNOTCOMPILE, TIMEOUT and friends) in
      *>  the count columns is the outcome itself
       describe-attempt-outcome.
           move spaces to ao-outcome
           if function test-numval(ao-pass-in(ao-index)) = 0
               and function test-numval(ao-fail-in(ao-index)) = 0
               if function numval(ao-fail-in(ao-index)) = 0
                   and function numval(ao-pass-in(ao-index)) > 0
                   string 'PASSED ' function trim(ao-pass-in(ao-index))
                          '/' function trim(ao-fail-in(ao-index))
                       delimited by size into ao-outcome
               else
                   string 'FAILED ' function trim(ao-pass-in(ao-index))
                          '/' function trim(ao-fail-in(ao-index))
                       delimited by size into ao-outcome
               end-if
           else
               move ao-pass-in(ao-index) to ao-outcome
           end-if
           .

       position-at-pair.
           move spaces to source-store-record
           move sd-candidate to src-candidate
           move sd-kata to src-kata
           move low-values to src-submitted
           move 0 to src-line-no
           start source-store-file key >= src-key
               invalid key
                   set sd-done to true
           end-start
           .

       read-next-source-record.
           read source-store-file next
               at end
                   set sd-done to true
               not at end
                   if src-candidate not = sd-candidate
                       or src-kata not = sd-kata
                       set sd-done to true
                   else
                       perform accept-source-record
                   end-if
           end-read
           .

       accept-source-record.
           if src-submitted not = sd-cur-submitted
               perform close-attempt
               move src-submitted to sd-cur-submitted
               move src-version to sd-cur-version
               move 0 to sd-cur-count sd-cur-declared
           end-if
           if src-line-no = 0
               move spaces to sd-header-junk sd-header-count
               unstring src-line-text delimited by ' lines '
                   into sd-header-junk sd-header-count
               if function test-numval(sd-header-count) = 0
                   compute sd-cur-declared =
                       function numval(sd-header-count)
               end-if
           else
               if src-line-no <= sd-cur-declared
                   and src-line-no <= sd-line-max
                   move src-line-text to sd-cur-line(src-line-no)
                   if src-line-no > sd-cur-count
                       move src-line-no to sd-cur-count
                   end-if
               end-if
           end-if
           .

      *>  Report the attempt just read, diffed against the one
      *>  before it, then make it the "previous" for the next.
       close-attempt.
           if sd-cur-submitted not = spaces
               add 1 to sd-attempt-count
               perform find-attempt-outcome
               move sd-attempt-count to sd-attempt-display
               move spaces to diff-report-line
               perform write-diff-line
               string 'ATTEMPT ' function trim(sd-attempt-display)
                      '  submitted ' sd-cur-submitted
                      '  version ' sd-cur-version
                      '  ' function trim(ao-outcome)
                      '  (' sd-cur-count ' lines)'
                   delimited by size into diff-report-line
               perform write-diff-line
               if sd-cur-declared > sd-line-max
                   move '  (over 400 lines; first 400 compared)'
                       to diff-report-line
                   perform write-diff-line
               end-if
               if sd-attempt-count > 1
                   perform diff-against-previous
               end-if
               move sd-cur-table to sd-prev-table
               move sd-cur-count to sd-prev-count
               move sd-cur-submitted to sd-prev-submitted
               move ao-outcome to sd-prev-outcome
           end-if
           move spaces to sd-cur-submitted
           .

       diff-against-previous.
           move 0 to sd-removed-count sd-added-count
           perform build-lcs-table
           move spaces to diff-report-line
           string '  changes from ' sd-prev-submitted
                  ' (' function trim(sd-prev-outcome) '):'
               delimited by size into diff-report-line
           perform write-diff-line
           move 1 to lcs-i lcs-j
           perform emit-next-diff-step
               until lcs-i > sd-prev-count and lcs-j > sd-cur-count
           if sd-removed-count = 0 and sd-added-count = 0
               move '    (no change)' to diff-report-line
               perform write-diff-line
           else
               move spaces to diff-report-line
               string '    ' sd-removed-count ' line(s) removed, '
                      sd-added-count ' line(s) added'
                   delimited by size into diff-report-line
               perform write-diff-line
           end-if
           .

       build-lcs-table.
           compute lcs-i-limit = sd-prev-count + 1
           compute lcs-j-limit = sd-cur-count + 1
           perform clear-lcs-cell
               varying lcs-i from 1 by 1 until lcs-i > lcs-i-limit
               after lcs-j from 1 by 1 until lcs-j > lcs-j-limit
           perform compute-lcs-cell
               varying lcs-i from sd-prev-count by -1
                   until lcs-i < 1
               after lcs-j from sd-cur-count by -1
                   until lcs-j < 1
           .

       clear-lcs-cell.
           move 0 to lcs-cell(lcs-i lcs-j)
           .

       compute-lcs-cell.
           if sd-prev-line(lcs-i) = sd-cur-line(lcs-j)
               compute lcs-cell(lcs-i lcs-j) =
                   lcs-cell(lcs-i + 1 lcs-j + 1) + 1
           else
               if lcs-cell(lcs-i + 1 lcs-j)
                       >= lcs-cell(lcs-i lcs-j + 1)
                   move lcs-cell(lcs-i + 1 lcs-j)
                       to lcs-cell(lcs-i lcs-j)
               else
                   move lcs-cell(lcs-i lcs-j + 1)
                       to lcs-cell(lcs-i lcs-j)
               end-if
           end-if
           .

      *>  One step of the walk down the LCS table: a common line
      *>  advances both sides silently, otherwise the side whose
      *>  skip keeps the longer common run is reported.
       emit-next-diff-step.
           evaluate true
               when lcs-i > sd-prev-count
                   perform emit-added-line
               when lcs-j > sd-cur-count
                   perform emit-removed-line
               when sd-prev-line(lcs-i) = sd-cur-line(lcs-j)
                   add 1 to lcs-i lcs-j
               when lcs-cell(lcs-i + 1 lcs-j)
                       >= lcs-cell(lcs-i lcs-j + 1)
                   perform emit-removed-line
               when other
                   perform emit-added-line
           end-evaluate
           .

       emit-removed-line.
           move lcs-i to sd-line-display
           move spaces to diff-report-line
           string '    - ' sd-line-display ' '
                  sd-prev-line(lcs-i)
               delimited by size into diff-report-line
           perform write-diff-line
           add 1 to sd-removed-count
           add 1 to lcs-i
           .

       emit-added-line.
           move lcs-j to sd-line-display
           move spaces to diff-report-line
           string '    + ' sd-line-display ' '
                  sd-cur-line(lcs-j)
               delimited by size into diff-report-line
           perform write-diff-line
           add 1 to sd-added-count
           add 1 to lcs-j
           .

       write-diff-line.
           write diff-report-record from diff-report-line
           move spaces to diff-report-line
           .

       end program srcdiff.
