           if assertion-message = spaces
               move "Test Passed" to assertion-message
           end-if
           move spaces to misconception-code-held
           add 1 to group-pass-count
           if not group-bailed
               add 1 to results-pass-total
               perform write-results-event
               move spaces to json-line
               move assertion-message to json-text
               string '{"event":"passed","case":"'
                      function trim(case-id-held)
                      '","message":"'
                      function trim(json-text) '"}'
                   delimited by size into json-line
               perform write-json-event
                   into assertion-message
               perform assert-true
           else
      *>  the hint goes last so a long one can only lose its own
      *>  tail, never the testcase annotation the triage reads
               if misconception-code-held not = spaces
                   string function trim(assertion-message)
                          ' (hint: ' function trim(misconception-hint)
                          ')' delimited by size
                       into assertion-message
               end-if
               set case-failed to true
               add 1 to group-fail-count
               add 1 to run-fail-count
                   perform write-results-event
                   move spaces to json-line
                   move assertion-message to json-text
                   string '{"event":"failed","case":"'
                          function trim(case-id-held)
                          '","message":"'
                          function trim(json-text) '"}'
                       delimited by size into json-line
                   perform write-json-event
                   if misconception-code-held not = spaces
                       display '<MISCONCEPTION::> '
                               function trim(misconception-code-held)
                       move spaces to results-line
                       string '<MISCONCEPTION::> '
                              function trim(misconception-code-held)
                           delimited by size into results-line
                       perform write-results-event
                   end-if
               end-if
               move spaces to misconception-code-held
           end-if
           .

               perform push-group-level
           else
               perform end-test-group
               move 'V' to group-class-held
           end-if
           if group-class not = space
               move group-class to group-class-held
               move space to group-class
           end-if
           move 'n' to group-had-children-switch
           perform capture-clock-reading
           move 'n' to group-weighted-switch
           move 'n' to group-bailed-switch
           move 'n' to group-invalid-switch
           add 1 to suite-ordinal
           move 0 to suite-case-ordinal
           move group-title to group-title-snapshot
           set group-open to true
           perform group-setup-hook
                   to stk-points-earned(group-stack-depth)
               move group-weighted-switch
                   to stk-weighted(group-stack-depth)
               move suite-case-ordinal
                   to stk-case-ordinal(group-stack-depth)
               move group-class-held
                   to stk-class(group-stack-depth)
               move 'y' to stk-had-children(group-stack-depth)
           else
               perform end-test-group
               to group-start-usec
           move stk-had-children(group-stack-depth)
               to group-had-children-switch
           move stk-case-ordinal(group-stack-depth)
               to suite-case-ordinal
           move stk-class(group-stack-depth)
               to group-class-held
           subtract 1 from group-stack-depth
           move 'n' to group-invalid-switch
           set group-open to true

       begin-test-case.
           perform end-test-case
           if sql-scratch-database
               perform reset-sql-database
           end-if
           perform capture-clock-reading
           move clock-reading-days to case-start-days
           move clock-reading-usec to case-start-usec
      *>  same reasoning as begin-test-group above
           inspect test-case-title replacing all low-value by space
           inspect test-case-id replacing all low-value by space
           perform hold-test-case-id
           perform hold-test-case-class
           if not group-bailed
               display function trim(tag-it) ' ' test-case-title
               move spaces to results-line
               string function trim(tag-it) ' ' test-case-title
                   delimited by size into results-line
               move case-id-held
                   to results-line(case-id-column:24)
               if case-is-hidden
                   display function trim(tag-hidden) ' '
                           function trim(hidden-case-display)
                   move 'H' to results-line(hidden-case-column:1)
                   move hidden-case-ordinal
                       to results-line(hidden-case-column + 1:4)
               end-if
               perform write-results-event
               move spaces to json-line
               move test-case-title to json-text
               string '{"event":"it","case":"'
                      function trim(case-id-held)
                      '","message":"'
                      function trim(json-text) '"}'
                   delimited by size into json-line
               perform write-json-event
           end-if
           set test-case-open to true
           set case-marked-started to true
           move 'n' to case-timed-out-switch
           move 'n' to case-failed-switch
           move 'n' to case-skipped-switch
           move space to clock-mode-switch
           move spaces to clock-held
           move 'n' to clock-step-switch
           if sql-seed-failed
               move spaces to assertion-message
               string 'the scratch database could not be seeded from '
                      function trim(sql-seed-path)
                   delimited by size into assertion-message
               perform assert-false
           end-if
           .

      *>  Take the declared test-case-id for the case being
      *>  opened, or the suite/position default when none was
      *>  declared, and clear the declaration for the next case.
       hold-test-case-id.
           add 1 to suite-case-ordinal
           if test-case-id = spaces
               move suite-ordinal to default-suite-part
               move suite-case-ordinal to default-case-part
               move case-default-id to case-id-held
           else
               move test-case-id to case-id-held
           end-if
           move spaces to test-case-id
           .

      *>  Take the declared class for the case being opened, or
      *>  its suite's when none was declared, and number it if it
      *>  is hidden.
       hold-test-case-class.
           if test-case-class = space
               move group-class-held to case-class-held
           else
               move test-case-class to case-class-held
               move space to test-case-class
           end-if
           if case-is-hidden
               add 1 to hidden-case-ordinal
               move hidden-case-ordinal to hidden-case-display
           end-if
           .

      *>  Mark the open testcase pending instead of running its
               string function trim(test-case-title) ': '
                      function trim(skip-reason)
                   delimited by size into json-text
               string '{"event":"skipped","case":"'
                      function trim(case-id-held)
                      '","message":"'
                      function trim(json-text) '"}'
                   delimited by size into json-line
               perform write-json-event

       end-test-case.
           if test-case-open
               if not clock-is-real and not clock-step-ran
                   perform fail-unapplied-clock
               end-if
               perform capture-clock-reading
               move case-start-days to elapsed-start-days
               move case-start-usec to elapsed-start-usec
               when 'benchmark-reference-ms'
                   compute benchmark-reference-ms =
                       function numval(config-value)
               when 'probe-max-class'
                   move config-value to probe-max-class
               when 'group-fail-budget'
                   compute group-fail-budget =
                       function numval(config-value)
                   move config-value to case-data-file-path
               when 'display-capture-path'
                   move config-value to display-capture-path
               when 'script-program-path'
                   move config-value to script-program-path
               when 'sql-database-switch'
                   move config-value(1:1) to sql-database-switch
               when 'sql-client'
                   move config-value to sql-client
               when 'sql-database-path'
                   move config-value to sql-database-path
               when 'sql-seed-path'
                   move config-value to sql-seed-path
               when 'layout-file-path'
                   move config-value to layout-file-path
               when 'misconception-file-path'
                   move config-value to misconception-file-path
               when other
                   display '<CONFIG-ERROR::> unknown keyword '
                           function trim(config-keyword)
           end-if
           .

      *>  Bracket one run of the solution at probe-size(probe-
      *>  index), which begin-probe-step copies to probe-current-
      *>  size for the input builder. a repeated step keeps its
      *>  fastest time; a sub-microsecond run counts as 1.
       begin-probe-step.
           if probe-index > 0 and probe-index <= probe-max-sizes
               move probe-size(probe-index) to probe-current-size
           end-if
           perform capture-clock-reading
           move clock-reading-days to probe-start-days
           move clock-reading-usec to probe-start-usec
           .

       end-probe-step.
           perform capture-clock-reading
           move probe-start-days to elapsed-start-days
           move probe-start-usec to elapsed-start-usec
           perform compute-time-diff
           if time-diff-usec < 1
               move 1 to time-diff-usec
           end-if
           if probe-index > 0 and probe-index <= probe-max-sizes
               if probe-time-usec(probe-index) = 0
                   or time-diff-usec < probe-time-usec(probe-index)
                   move time-diff-usec to probe-time-usec(probe-index)
               end-if
           end-if
           .

      *>  Classify the probe's timings and grade the class against
      *>  probe-max-class. the times are cleared afterwards so a
      *>  second probe in the same run starts fresh (the declared
      *>  sizes stay). the <PROBE::>/<COMPLEXITY::> lines go to the
      *>  feedback bundle as they stand, so a hidden case is named
      *>  by its number there, not its title.
       expect-growth-class.
           perform check-probe-sizes
           if not probe-sizes-ok
               move spaces to assertion-message
               string 'complexity probe needs 3 to ' probe-max-sizes
                      ' increasing sizes (each at least 2), every'
                      ' one timed'
                   delimited by size into assertion-message
               perform assert-false
           else
               move test-case-title to probe-case-label
               if case-is-hidden
                   move spaces to probe-case-label
                   string 'hidden test '
                          function trim(hidden-case-display)
                       delimited by size into probe-case-label
               end-if
               perform report-probe-timing
                   varying probe-index from 1 by 1
                   until probe-index > probe-size-count
               perform fit-growth-class
                   varying probe-class-index from 1 by 1
                   until probe-class-index > 5
               perform grade-growth-class
           end-if
           perform clear-probe-time
               varying probe-index from 1 by 1
               until probe-index > probe-max-sizes
           .

       check-probe-sizes.
           set probe-sizes-ok to true
           if probe-size-count < 3
               or probe-size-count > probe-max-sizes
               move 'n' to probe-sizes-ok-switch
           else
               perform check-one-probe-size
                   varying probe-index from 1 by 1
                   until probe-index > probe-size-count
           end-if
           .

       check-one-probe-size.
           if probe-size(probe-index) < 2
               or probe-time-usec(probe-index) = 0
               move 'n' to probe-sizes-ok-switch
           end-if
           if probe-index > 1
               if probe-size(probe-index)
                       not > probe-size(probe-index - 1)
                   move 'n' to probe-sizes-ok-switch
               end-if
           end-if
           .

       report-probe-timing.
           move probe-size(probe-index) to probe-size-display
           move probe-time-usec(probe-index) to probe-time-display
           display '<PROBE::> ' function trim(probe-case-label)
                   ' size ' function trim(probe-size-display)
                   ' time ' function trim(probe-time-display) 'us'
           .

      *>  One growth class's fit: with ln t = ln c + ln f(n), the
      *>  best ln c is the mean residual ln t - ln f(n) and the
      *>  spread of the residuals around it is the class's error.
      *>  the smallest error wins; a tie goes to the lower class.
       fit-growth-class.
           move 0 to probe-residual-sum
           perform sum-probe-residual
               varying probe-index from 1 by 1
               until probe-index > probe-size-count
           compute probe-residual-mean =
               probe-residual-sum / probe-size-count
           move 0 to probe-error
           perform add-probe-error
               varying probe-index from 1 by 1
               until probe-index > probe-size-count
           if probe-class-index = 1
               or probe-error < probe-best-error
               move probe-error to probe-best-error
               move probe-class-index to probe-observed-rank
           end-if
           .

       sum-probe-residual.
           perform compute-probe-residual
           add probe-residual to probe-residual-sum
           .

       add-probe-error.
           perform compute-probe-residual
           subtract probe-residual-mean from probe-residual
           compute probe-error = probe-error
               + probe-residual * probe-residual
           .

      *>  ln t - ln f(n) for f = 1, n, n ln n, n**2 and n**3 (the
      *>  last standing in for everything worse than quadratic).
       compute-probe-residual.
           compute probe-ln-n = function log(probe-size(probe-index))
           compute probe-ln-t =
               function log(probe-time-usec(probe-index))
           evaluate probe-class-index
               when 1
                   move probe-ln-t to probe-residual
               when 2
                   compute probe-residual = probe-ln-t - probe-ln-n
               when 3
                   compute probe-residual = probe-ln-t - probe-ln-n
                       - function log(probe-ln-n)
               when 4
                   compute probe-residual =
                       probe-ln-t - 2 * probe-ln-n
               when other
                   compute probe-residual =
                       probe-ln-t - 3 * probe-ln-n
           end-evaluate
           .

       grade-growth-class.
           move 0 to probe-max-rank
           if probe-max-class not = spaces
               perform find-probe-max-rank
                   varying probe-class-index from 1 by 1
                   until probe-class-index > 5
           end-if
           move spaces to assertion-message
           evaluate true
               when probe-max-class = spaces
                   display '<COMPLEXITY::> '
                           function trim(probe-case-label)
                           ' observed '
                           function trim(
                               probe-class-name(probe-observed-rank))
                   string 'growth '
                          function trim(
                              probe-class-name(probe-observed-rank))
                          ' (no maximum declared)'
                       delimited by size into assertion-message
                   perform assert-true
               when probe-max-rank = 0
                   string 'unknown growth class '
                          function trim(probe-max-class)
                          ' - use CONSTANT, LINEAR, NLOGN, QUADRATIC'
                          ' or WORSE'
                       delimited by size into assertion-message
                   perform assert-false
               when other
                   display '<COMPLEXITY::> '
                           function trim(probe-case-label)
                           ' observed '
                           function trim(
                               probe-class-name(probe-observed-rank))
                           ', allowed at most '
                           function trim(
                               probe-class-name(probe-max-rank))
                   if probe-observed-rank <= probe-max-rank
                       string 'growth '
                              function trim(probe-class-name(
                                  probe-observed-rank))
                              ' within the allowed '
                              function trim(
                                  probe-class-name(probe-max-rank))
                           delimited by size into assertion-message
                       perform assert-true
                   else
                       string 'growth '
                              function trim(probe-class-name(
                                  probe-observed-rank))
                              ' exceeds the allowed '
                              function trim(
                                  probe-class-name(probe-max-rank))
                           delimited by size into assertion-message
                       perform assert-false
                   end-if
           end-evaluate
           .

       find-probe-max-rank.
           if probe-class-name(probe-class-index)
                   = function upper-case(probe-max-class)
               move probe-class-index to probe-max-rank
           end-if
           .

       clear-probe-time.
           move 0 to probe-time-usec(probe-index)
           .

      *>  Swap the console tag literals for a translated
      *>  set. unknown language codes leave english in place.
       set-tag-language.
                      '" actual: "' function trim(diff-actual)
                          delimited by size '"'
                   into diff-message
               perform classify-misconception
           end-if
           .

      *>  Try each misconception rule against diff-actual and
      *>  diff-expected in file order; the first that fits leaves
      *>  its code in misconception-code-held and its text in
      *>  misconception-hint for the next assert-false to report.
       classify-misconception.
           if not misconceptions-were-loaded
               perform load-misconception-rules
           end-if
           move spaces to misconception-code-held
           move spaces to misconception-hint
           move 'n' to mis-match-switch
           move function trim(diff-actual) to mis-actual-text
           move function trim(diff-expected) to mis-expected-text
           perform measure-misconception-values
           perform test-misconception-rule
               varying mis-index from 1 by 1
               until mis-index > mis-max or mis-matched
           .

       load-misconception-rules.
           set misconceptions-were-loaded to true
           move 'n' to misconception-eof-switch
           open input misconception-file
           if misconception-file-status = '00'
               perform read-next-misconception-rule
                   until misconception-eof
               close misconception-file
           end-if
           .

       read-next-misconception-rule.
           read misconception-file
               at end
                   set misconception-eof to true
               not at end
                   if mis-code-in(1:1) not = '#'
                       and mis-code-in not = spaces
                       and mis-max < 30
                       add 1 to mis-max
                       move mis-code-in to mis-code(mis-max)
                       move function lower-case(mis-signature-in)
                           to mis-signature(mis-max)
                       move mis-hint-in to mis-hint(mis-max)
                   end-if
           end-read
           .

      *>  Everything the signatures test, worked out once per
      *>  failure: lengths, whether both sides read as numbers (a
      *>  value too big for the work fields simply isn't treated as
      *>  one), their magnitudes and difference, the number of
      *>  decimal places the expected value was written with, and
      *>  both texts with their spaces squeezed out.
       measure-misconception-values.
           move 0 to mis-actual-length mis-expected-length
           if mis-actual-text not = spaces
               compute mis-actual-length =
                   function length(function trim(mis-actual-text))
           end-if
           if mis-expected-text not = spaces
               compute mis-expected-length =
                   function length(function trim(mis-expected-text))
           end-if
           move 'n' to mis-numeric-switch
           if mis-actual-length > 0 and mis-expected-length > 0
               and function test-numval(mis-actual-text) = 0
               and function test-numval(mis-expected-text) = 0
               compute mis-actual-value =
                   function numval(mis-actual-text)
                   on size error
                       continue
                   not on size error
                       compute mis-expected-value =
                           function numval(mis-expected-text)
                           on size error
                               continue
                           not on size error
                               set mis-both-numeric to true
                       end-compute
               end-compute
           end-if
           if mis-both-numeric
               move mis-actual-value to mis-actual-abs
               move mis-expected-value to mis-expected-abs
               compute mis-difference-abs =
                   mis-expected-value - mis-actual-value
               if mis-expected-value < mis-actual-value
                   compute mis-difference-abs =
                       mis-actual-value - mis-expected-value
               end-if
           end-if
           move 0 to mis-decimals
           move 0 to mis-point-count
           inspect mis-expected-text tallying mis-point-count
               for characters before initial '.'
           if mis-point-count < mis-expected-length
               compute mis-decimals =
                   mis-expected-length - mis-point-count - 1
           end-if
           move 1 to mis-last-place
           if mis-decimals > 0 and mis-decimals <= 9
               perform shift-last-place mis-decimals times
           end-if
           move mis-actual-text to mis-squeeze-in
           perform squeeze-misconception-text
           move mis-squeeze-out to mis-actual-squeezed
           move mis-expected-text to mis-squeeze-in
           perform squeeze-misconception-text
           move mis-squeeze-out to mis-expected-squeezed
           .

       shift-last-place.
           divide 10 into mis-last-place
           .

       squeeze-misconception-text.
           move spaces to mis-squeeze-out
           move 0 to mis-squeeze-length
           perform squeeze-one-byte
               varying mis-byte from 1 by 1
               until mis-byte > 200
           .

       squeeze-one-byte.
           if mis-squeeze-in(mis-byte:1) not = space
               add 1 to mis-squeeze-length
               move mis-squeeze-in(mis-byte:1)
                   to mis-squeeze-out(mis-squeeze-length:1)
           end-if
           .

       test-misconception-rule.
           evaluate mis-signature(mis-index)
               when 'mod-power-of-10'
                   if mis-both-numeric
                       and mis-actual-abs not = 0
                       and mis-actual-abs < mis-expected-abs
                       move 10 to mis-modulus
                       perform check-truncation-modulus
                           varying mis-power from 1 by 1
                           until mis-power > 17 or mis-matched
                              or mis-modulus > mis-expected-abs
                   end-if
               when 'sign-dropped'
                   if mis-both-numeric
                       and mis-expected-value < 0
                       and mis-actual-value > 0
                       and mis-actual-abs = mis-expected-abs
                       set mis-matched to true
                   end-if
               when 'unrounded'
                   if mis-both-numeric
                       and mis-decimals > 0 and mis-decimals <= 9
                       and mis-actual-abs < mis-expected-abs
                       and mis-difference-abs = mis-last-place
                       and not (mis-actual-value < 0
                                and mis-expected-value > 0)
                       and not (mis-actual-value > 0
                                and mis-expected-value < 0)
                       set mis-matched to true
                   end-if
               when 'differs-by-one'
                   if mis-both-numeric
                       and mis-decimals = 0
                       and mis-difference-abs = 1
                       and mis-actual-value = function integer-part
                           (mis-actual-value)
                       set mis-matched to true
                   end-if
               when 'spaces-only'
                   if mis-actual-squeezed = mis-expected-squeezed
                       and mis-actual-squeezed not = spaces
                       set mis-matched to true
                   end-if
               when 'prefix-only'
                   if not mis-both-numeric
                       and mis-actual-length > 0
                       and mis-actual-length < mis-expected-length
                       and mis-actual-text(1:mis-actual-length) =
                           mis-expected-text(1:mis-actual-length)
                       set mis-matched to true
                   end-if
               when 'case-only'
                   if function upper-case(mis-actual-text) =
                           function upper-case(mis-expected-text)
                       and mis-actual-text not = mis-expected-text
                       set mis-matched to true
                   end-if
               when other
                   continue
           end-evaluate
           if mis-matched
               move mis-code(mis-index) to misconception-code-held
               move mis-hint(mis-index) to misconception-hint
           end-if
           .

       check-truncation-modulus.
           divide mis-expected-abs by mis-modulus
               giving mis-quotient remainder mis-remainder
           if mis-remainder = mis-actual-abs
               set mis-matched to true
           else
               multiply 10 by mis-modulus
           end-if
           .

                           + lay-length(layout-index) <= 201
                       set layout-field-found to true
                       perform name-diff-field
                       move spaces to misconception-code-held
                   end-if
               end-perform
           end-if

       name-diff-field.
           move spaces to diff-message
           if lay-type(layout-index)(1:4) = 'comp'
               or lay-type(layout-index)(1:6) = 'packed'
               or lay-type(layout-index)(1:6) = 'binary'
               perform name-native-diff-field
           else
               string 'field '
                      function trim(lay-field(layout-index))
                      ' (' function trim(lay-type(layout-index))
                      ' at ' lay-position(layout-index)
                      ':' lay-length(layout-index)
                      ') expected: "'
                      diff-expected(lay-position(layout-index):
                          lay-length(layout-index))
                      '" actual: "'
                      diff-actual(lay-position(layout-index):
                          lay-length(layout-index))
                      '"'
                   delimited by size into diff-message
           end-if
           .

      *>  A packed, binary or floating-point field: both sides
      *>  decoded and shown with their bytes in hex (see the note
      *>  at native-field-image in tdata).
       name-native-diff-field.
           move lay-length(layout-index) to native-field-length
           if native-field-length > 16
               move 16 to native-field-length
           end-if
           move spaces to native-field-image
           move diff-expected(lay-position(layout-index):
                   native-field-length)
               to native-field-image
           perform decode-native-field
           move native-value-text to native-expected-text
           move native-hex-text to native-expected-hex
           move spaces to native-field-image
           move diff-actual(lay-position(layout-index):
                   native-field-length)
               to native-field-image
           perform decode-native-field
           move native-value-text to native-actual-text
           move native-hex-text to native-actual-hex
           string 'field '
                  function trim(lay-field(layout-index))
                  ' (' function trim(lay-type(layout-index))
                  ' at ' lay-position(layout-index)
                  ':' lay-length(layout-index)
                  ') expected: '
                  function trim(native-expected-text)
                  " (x'" function trim(native-expected-hex)
                  "') actual: "
                  function trim(native-actual-text)
                  " (x'" function trim(native-actual-hex) "')"
               delimited by size into diff-message
           .

      *>  native-field-image (native-field-length bytes) decoded
      *>  per lay-type(layout-index) into native-value-text, and its
      *>  bytes in hex into native-hex-text. A length the type
      *>  cannot have, or packed bytes that are not valid packed
      *>  data, is said so instead of decoded.
       decode-native-field.
           move spaces to native-value-text
           move spaces to native-hex-text
           perform append-native-hex-byte
               varying native-byte-index from 1 by 1
               until native-byte-index > native-field-length
           evaluate true
               when lay-type(layout-index)(1:5) = 'comp3'
                   or lay-type(layout-index)(1:6) = 'packed'
                   if native-field-length > 9
                       move 'packed field over 9 bytes'
                           to native-value-text
                   else
                       move low-values to native-packed-image
                       move native-field-image(1:native-field-length)
                           to native-packed-image(
                               10 - native-field-length:
                               native-field-length)
                       if native-packed-value is numeric
                           move native-packed-value
                               to native-value-edited
                           move function trim(native-value-edited)
                               to native-value-text
                       else
                           move 'not valid packed data'
                               to native-value-text
                       end-if
                   end-if
               when lay-type(layout-index)(1:5) = 'comp1'
                   and native-field-length = 4
                   move native-field-image(1:4)
                       to native-binary-image(1:4)
                   move native-float-short to float-work
                   perform format-float-value
                   move float-text to native-value-text
               when lay-type(layout-index)(1:5) = 'comp2'
                   and native-field-length = 8
                   move native-field-image(1:8) to native-binary-image
                   move native-float-long to float-work
                   perform format-float-value
                   move float-text to native-value-text
               when (lay-type(layout-index)(1:6) = 'binary'
                       or lay-type(layout-index)(1:5) = 'comp5')
                   and (native-field-length = 2
                       or native-field-length = 4
                       or native-field-length = 8)
                   move native-field-image(1:native-field-length)
                       to native-binary-image
                   perform decode-native-binary
               when other
                   move 'unexpected field length'
                       to native-value-text
           end-evaluate
           .

       decode-native-binary.
           if lay-type(layout-index)(1:6) = 'binary'
               evaluate native-field-length
                   when 2
                       move native-binary-half to native-value-edited
                   when 4
                       move native-binary-full to native-value-edited
                   when other
                       move native-binary-double
                           to native-value-edited
               end-evaluate
           else
               evaluate native-field-length
                   when 2
                       move native-comp5-half to native-value-edited
                   when 4
                       move native-comp5-full to native-value-edited
                   when other
                       move native-comp5-double
                           to native-value-edited
               end-evaluate
           end-if
           move function trim(native-value-edited) to native-value-text
           .

       append-native-hex-byte.
           compute native-byte-value = function ord(
               native-field-image(native-byte-index:1)) - 1
           divide native-byte-value by 16 giving native-hex-high
               remainder native-hex-low
           move native-hex-digits(native-hex-high + 1:1)
               to native-hex-text(native-byte-index * 2 - 1:1)
           move native-hex-digits(native-hex-low + 1:1)
               to native-hex-text(native-byte-index * 2:1)
           .

      *>  float-actual against float-expected: float-within is set
      *>  when the difference is within float-relative-tolerance of
      *>  the larger magnitude or within float-absolute-tolerance.
      *>  one verb per step (see the note at float-relative-
      *>  tolerance in tdata).
       compare-float-values.
           move 'n' to float-within-switch
           subtract float-expected from float-actual
               giving float-difference
           compute float-difference = function abs(float-difference)
           compute float-magnitude = function abs(float-actual)
           compute float-work = function abs(float-expected)
           if float-work > float-magnitude
               move float-work to float-magnitude
           end-if
           multiply float-relative-tolerance by float-magnitude
               giving float-allowed
           if float-difference <= float-allowed
               or float-difference <= float-absolute-tolerance
               set float-within to true
           end-if
           .

      *>  float-work as a mantissa of up to ten significant digits
      *>  and a power of ten, trailing zeros dropped, into
      *>  float-text: 0.1 + 0.2 shows as 3.000000000E-1 only when the
      *>  difference from 0.3 reaches the tenth digit. The power is
      *>  taken from LOG10 and the mantissa normalised into 1..10
      *>  after rounding, so 9.9999999999 becomes 1E+1, not 10.
       format-float-value.
           move spaces to float-text
           if float-work = 0
               move '0' to float-text
           else
               compute float-scale =
                   function log10(function abs(float-work))
               compute float-exponent = function integer(float-scale)
               perform scale-float-mantissa
               compute float-scale = function abs(float-mantissa)
               if float-scale < 1
                   subtract 1 from float-exponent
                   perform scale-float-mantissa
                   compute float-scale = function abs(float-mantissa)
               end-if
               if float-scale >= 9.9999999995
                   add 1 to float-exponent
                   perform scale-float-mantissa
               end-if
               compute float-mantissa-edited rounded = float-mantissa
               move function trim(float-mantissa-edited) to float-text
               compute float-text-length = function length(
                   function trim(float-text))
               perform drop-float-zero
                   until float-text(float-text-length:1) not = '0'
               if float-text(float-text-length:1) = '.'
                   move space to float-text(float-text-length:1)
                   subtract 1 from float-text-length
               end-if
               if float-exponent not = 0
                   move float-exponent to float-exponent-edited
                   string 'E' function trim(float-exponent-edited)
                       delimited by size
                       into float-text(float-text-length + 1:)
               end-if
           end-if
           .

      *>  float-work times ten to -float-exponent into
      *>  float-mantissa - a power of 0.1 multiplied in for a
      *>  positive exponent rather than a DIVIDE, which would lose
      *>  a very small result.
       scale-float-mantissa.
           if float-exponent < 0
               compute float-power = 0 - float-exponent
               compute float-scale = 10 ** float-power
           else
               move float-exponent to float-power
               compute float-scale = 0.1 ** float-power
           end-if
           multiply float-work by float-scale giving float-mantissa
           .

       drop-float-zero.
           move space to float-text(float-text-length:1)
           subtract 1 from float-text-length
           .

      *>  float-expected, float-actual and float-difference (as
      *>  compare-float-values left it) rendered for a message.
       format-float-pair.
           move float-expected to float-work
           perform format-float-value
           move float-text to float-expected-text
           move float-actual to float-work
           perform format-float-value
           move float-text to float-actual-text
           move float-difference to float-work
           perform format-float-value
           move float-text to float-difference-text
           .

      *>  Wildcard/character-class pattern assertion (see the
      *>  note at match-pattern in tdata). walks the pattern byte by
      *>  byte against match-value; the first position that breaks
           end-if
           .

      *>  Hand the case's inputs (checker-input) and the candidate's
      *>  answer (checker-output) to the kata's checker program and
      *>  report its verdict as the assertion. a checker that isn't
      *>  linked into the executable fails the assertion rather than
      *>  the run, the same way a mis-named stub would surface.
      *>  expect-source-line is set ahead of the call (the DSL can't
      *>  know the verdict up front), so an accept clears it.
       expect-checked.
           move space to checker-verdict
           move spaces to checker-message
           call checker-program-name using checker-input
                   checker-output checker-verdict checker-message
               on exception
                   move spaces to assertion-message
                   string 'checker program '
                          function trim(checker-program-name)
                          ' not found'
                       delimited by size into assertion-message
                   perform assert-false
               not on exception
                   if checker-accepted
                       move checker-message to assertion-message
                       move 0 to expect-source-line
                       perform assert-true
                   else
                       move spaces to assertion-message
                       if checker-message = spaces
                           move 'no reason given' to checker-message
                       end-if
                       string 'checker rejected: '
                              function trim(checker-message)
                              ' - output: "'
                              function trim(checker-output) '"'
                           delimited by size into assertion-message
                       perform assert-false
                   end-if
           end-call
           .

      *>  Snapshot/approval testing. first run for a given
      *>  snapshot-key records snapshot-value as the accepted baseline;
      *>  later runs diff the current value against it.
           end-if
           .

      *>  Build the input script for run-scripted-step, one
      *>  entry per perform: move the console line, the argument or
      *>  the NAME=value environment entry to script-line first. a
      *>  full table drops the entry the same way register-stub caps
      *>  out.
       add-script-console-line.
           if script-console-count < 50
               add 1 to script-console-count
               move script-line
                   to script-console-line(script-console-count)
           end-if
           .

       add-script-argument.
           if script-argument-count < 20
               add 1 to script-argument-count
               move script-line
                   to script-argument(script-argument-count)
           end-if
           .

       add-script-environment.
           if script-environment-count < 20
               add 1 to script-environment-count
               move script-line
                   to script-environment(script-environment-count)
           end-if
           .

      *>  Run the interactive solution as its own step: the
      *>  console lines become its standard input, the arguments its
      *>  command line and the environment entries are set for it
      *>  alone, and its DISPLAY output lands in the capture table for
      *>  expect-display exactly as begin/end-display-capture would
      *>  leave it. every word is single-quoted for the shell, so
      *>  candidate-style input with spaces, quotes or $ goes through
      *>  untouched. the step's RETURN-CODE is kept in
      *>  script-return-code for expect-return-code; the harness's own
      *>  RETURN-CODE is left at zero.
       run-scripted-step.
           move 0 to display-line-count
           open output script-input-file
           if script-input-status = '00'
               perform write-script-console-line
                   varying script-index from 1 by 1
                   until script-index > script-console-count
               close script-input-file
           end-if
           move spaces to script-command
           move 1 to script-pointer
           move 'n' to script-overflow-switch
           if not clock-is-real
               perform apply-controlled-clock
               set clock-step-ran to true
           end-if
           string 'env' delimited by size
               into script-command with pointer script-pointer
           end-string
           perform add-script-environment-word
               varying script-index from 1 by 1
               until script-index > script-environment-count
           move script-program-path to script-word
           perform add-script-word
           perform add-script-argument-word
               varying script-index from 1 by 1
               until script-index > script-argument-count
           move script-input-path to script-word
           string ' <' delimited by size
               into script-command with pointer script-pointer
               on overflow set script-overflowed to true
           end-string
           perform add-script-word
           move display-capture-path to script-word
           string ' >' delimited by size
               into script-command with pointer script-pointer
               on overflow set script-overflowed to true
           end-string
           perform add-script-word
           if script-overflowed
               move -1 to script-return-code
               move spaces to assertion-message
               string 'the input script is too long to run as a step'
                   delimited by size into assertion-message
               perform assert-false
           else
               call 'fflush' using by value 0
               call 'SYSTEM' using script-command
               move return-code to script-wait-status
               move 0 to return-code
               divide script-wait-status by 256
                   giving script-return-code
               perform read-display-capture
           end-if
           move 0 to script-console-count
           move 0 to script-argument-count
           move 0 to script-environment-count
           .

       write-script-console-line.
           move script-console-line(script-index)
               to script-input-record
           write script-input-record
           .

       add-script-environment-word.
           move script-environment(script-index) to script-word
           perform add-script-word
           .

       add-script-argument-word.
           move script-argument(script-index) to script-word
           perform add-script-word
           .

      *>  Append script-word to the command as one single-quoted
      *>  shell word, each embedded quote closed, escaped and
      *>  reopened. trailing spaces are dropped the same way the
      *>  ACCEPT side would never see them; an all-space word still
      *>  goes through as an empty argument.
       add-script-word.
           move 0 to script-word-length
           if script-word not = spaces
               move function length(function trim(script-word trailing))
                   to script-word-length
           end-if
           string " '" delimited by size
               into script-command with pointer script-pointer
               on overflow set script-overflowed to true
           end-string
           perform add-script-word-byte
               varying script-byte-index from 1 by 1
               until script-byte-index > script-word-length
           string "'" delimited by size
               into script-command with pointer script-pointer
               on overflow set script-overflowed to true
           end-string
           .

       add-script-word-byte.
           if script-word(script-byte-index:1) = "'"
               string "'\''" delimited by size
                   into script-command with pointer script-pointer
                   on overflow set script-overflowed to true
               end-string
           else
               string script-word(script-byte-index:1)
                   delimited by size
                   into script-command with pointer script-pointer
                   on overflow set script-overflowed to true
               end-string
           end-if
           .

      *>  Assert on the scripted step's RETURN-CODE: set
      *>  expected-return-code, then perform this after
      *>  run-scripted-step.
       expect-return-code.
           if script-return-code = expected-return-code
               move spaces to assertion-message
               perform assert-true
           else
               move script-return-code to script-rc-display
               move expected-return-code to expected-rc-display
               move spaces to assertion-message
               string 'expected return-code '
                      function trim(expected-rc-display)
                      ' but the step ended with '
                      function trim(script-rc-display)
                   delimited by size into assertion-message
               perform assert-false
           end-if
           .

      *>  Pin the clock the next scripted step sees: move the
      *>  instant to clock-frozen-at as yyyymmddhhmmss first. an
      *>  impossible value (a 29th of February outside a leap year,
      *>  25 o'clock) fails the case instead of handing the runtime
      *>  a clock it would silently ignore.
       set-frozen-clock.
           move clock-frozen-at to clock-held
           perform check-clock-value
           if clock-value-valid
               set clock-is-frozen to true
               move 'n' to clock-step-switch
           else
               move space to clock-mode-switch
               move spaces to assertion-message
               string 'controlled clock ' clock-frozen-at
                      ' is not a valid yyyymmddhhmmss date and time'
                   delimited by size into assertion-message
               perform assert-false
           end-if
           move spaces to clock-held
           .

      *>  Shift the clock by clock-offset-seconds (negative runs
      *>  it backwards) from the real time each step is launched.
       set-offset-clock.
           set clock-is-offset to true
           move 'n' to clock-step-switch
           .

      *>  Move a frozen clock on by clock-offset-seconds - the
      *>  midnight, month-end and year-end rollovers between two
      *>  steps of one testcase.
       advance-controlled-clock.
           if clock-is-frozen
               move clock-frozen-at to clock-base
               perform shift-clock-base
               move clock-held to clock-frozen-at
               move spaces to clock-held
               move 'n' to clock-step-switch
           end-if
           .

      *>  A clock was set or moved on and no scripted step ran
      *>  under it: whatever the testcase checked saw the real time,
      *>  so a pass would prove nothing about the controlled one.
       fail-unapplied-clock.
           move spaces to assertion-message
           string 'a controlled clock was set but no scripted step'
                  ' ran after it - a CALLed solution reads the real'
                  ' clock; run the solution with run-scripted-step'
               delimited by size into assertion-message
           perform assert-false
           .

       clear-controlled-clock.
           move space to clock-mode-switch
           move spaces to clock-held
           .

       check-clock-value.
           move 'n' to clock-valid-switch
           if clock-held is numeric
               move clock-held(1:8) to clock-date-work
               if function test-date-yyyymmdd(clock-date-work) = 0
                   and clock-held-hh <= '23'
                   and clock-held-mi <= '59'
                   and clock-held-ss <= '59'
                   set clock-value-valid to true
               end-if
           end-if
           .

      *>  Add clock-offset-seconds to clock-base (yyyymmddhhmmss)
      *>  into clock-held, carrying through the calendar by way of
      *>  the day number.
       shift-clock-base.
           move clock-base(1:8) to clock-date-work
           compute clock-day-number =
               function integer-of-date(clock-date-work)
           move clock-base(9:2) to clock-part
           compute clock-total-seconds =
               clock-day-number * 86400 + clock-part * 3600
           move clock-base(11:2) to clock-part
           compute clock-total-seconds =
               clock-total-seconds + clock-part * 60
           move clock-base(13:2) to clock-part
           compute clock-total-seconds =
               clock-total-seconds + clock-part + clock-offset-seconds
           divide clock-total-seconds by 86400
               giving clock-day-number
               remainder clock-day-seconds
           compute clock-date-work =
               function date-of-integer(clock-day-number)
           move clock-date-work to clock-held(1:8)
           divide clock-day-seconds by 3600 giving clock-part
               remainder clock-day-seconds
           move clock-part to clock-held-hh
           divide clock-day-seconds by 60 giving clock-part
               remainder clock-day-seconds
           move clock-part to clock-held-mi
           move clock-day-seconds to clock-part
           move clock-part to clock-held-ss
           .

      *>  Settle the instant this step sees, hand it to the step
      *>  as COB_CURRENT_DATE and put it on the record.
       apply-controlled-clock.
           if clock-is-frozen
               move clock-frozen-at to clock-held
           else
               move function current-date(1:14) to clock-base
               perform shift-clock-base
           end-if
           move spaces to script-line
           string 'COB_CURRENT_DATE=' clock-held-yyyy '/'
                  clock-held-mm '/' clock-held-dd ' '
                  clock-held-hh ':' clock-held-mi ':' clock-held-ss
               delimited by size into script-line
           perform add-script-environment
           display '<CLOCK::> ' clock-held
           move spaces to results-line
           string '<CLOCK::> ' clock-held
               delimited by size into results-line
           perform write-results-event
           move spaces to json-line
           string '{"event":"clock","case":"'
                  function trim(case-id-held)
                  '","message":"' clock-held '"}'
               delimited by size into json-line
           perform write-json-event
           .

      *>  Fresh scratch database for the case about to open:
      *>  drop the previous case's database and rebuild it from the
      *>  seed script, so no case sees what an earlier one (or an
      *>  earlier candidate's run in the same build dir) left behind.
      *>  the outcome is only noted here - begin-test-case reports a
      *>  failed seed against the case once it is open.
       reset-sql-database.
           move 'n' to sql-seed-failed-switch
           move spaces to script-command
           move 1 to script-pointer
           move 'n' to script-overflow-switch
           string 'rm -f' delimited by size
               into script-command with pointer script-pointer
           end-string
           move sql-database-path to script-word
           perform add-script-word
           string ' &&' delimited by size
               into script-command with pointer script-pointer
               on overflow set script-overflowed to true
           end-string
           move sql-client to script-word
           perform add-script-word
           move sql-database-path to script-word
           perform add-script-word
           string ' <' delimited by size
               into script-command with pointer script-pointer
               on overflow set script-overflowed to true
           end-string
           move sql-seed-path to script-word
           perform add-script-word
           string ' >/dev/null' delimited by size
               into script-command with pointer script-pointer
               on overflow set script-overflowed to true
           end-string
           call 'fflush' using by value 0
           call 'SYSTEM' using script-command
           if return-code not = 0
               set sql-seed-failed to true
           end-if
           move 0 to return-code
           .

      *>  Assert on the SQLCODE the solution handed back: move it
      *>  to sql-actual-code and the expected one to
      *>  sql-expected-code (0 found, 100 not found, negative for an
      *>  error), then perform this.
       expect-sqlcode.
           if sql-actual-code = sql-expected-code
               move spaces to assertion-message
               perform assert-true
           else
               move sql-actual-code to sql-actual-display
               move sql-expected-code to sql-expected-display
               move spaces to assertion-message
               string 'expected SQLCODE '
                      function trim(sql-expected-display)
                      ' but got '
                      function trim(sql-actual-display)
                   delimited by size into assertion-message
               perform assert-false
           end-if
           .

       add-sql-expected-row.
           if sql-expected-count < 50
               add 1 to sql-expected-count
               move sql-expected-row
                   to sql-expected-line(sql-expected-count)
           end-if
           .

      *>  Assert on table contents after the call: put the
      *>  SELECT in sql-query (give it an ORDER BY - rows compare in
      *>  order), add the expected rows, then perform this. the query
      *>  runs through the database client into the DISPLAY capture
      *>  file and is read back through read-display-capture, so a
      *>  capture taken earlier in the case must be asserted on first.
      *>  a row-count difference or the first differing row fails
      *>  the one assertion; the expected rows are cleared either way.
       expect-sql-rows.
           move spaces to script-command
           move 1 to script-pointer
           move 'n' to script-overflow-switch
           move sql-client to script-word
           perform add-script-word
           string " -separator '|'" delimited by size
               into script-command with pointer script-pointer
               on overflow set script-overflowed to true
           end-string
           move sql-database-path to script-word
           perform add-script-word
           move sql-query to script-word
           perform add-script-word
           string ' >' delimited by size
               into script-command with pointer script-pointer
               on overflow set script-overflowed to true
           end-string
           move display-capture-path to script-word
           perform add-script-word
           move 0 to display-line-count
           call 'fflush' using by value 0
           call 'SYSTEM' using script-command
           move return-code to script-wait-status
           move 0 to return-code
           if script-wait-status not = 0
               move spaces to assertion-message
               string 'the table query failed: '
                      function trim(sql-query)
                   delimited by size into assertion-message
               perform assert-false
           else
               perform read-display-capture
               move 0 to sql-mismatch-index
               perform find-sql-row-mismatch
                   varying sql-row-index from 1 by 1
                   until sql-row-index > sql-expected-count
                      or sql-row-index > display-line-count
                      or sql-mismatch-index > 0
               if sql-mismatch-index > 0
                   move display-captured-line(sql-mismatch-index)
                       to diff-actual
                   move sql-expected-line(sql-mismatch-index)
                       to diff-expected
                   perform build-diff-message
                   move sql-mismatch-index to sql-count-display
                   move spaces to assertion-message
                   string 'row ' function trim(sql-count-display) ': '
                          function trim(diff-message)
                       delimited by size into assertion-message
                   perform assert-false
               else
                   if display-line-count not = sql-expected-count
                       move display-line-count to sql-count-display
                       move sql-expected-count to sql-rows-display
                       move spaces to assertion-message
                       string 'expected '
                              function trim(sql-rows-display)
                              ' row(s) but the table query returned '
                              function trim(sql-count-display)
                           delimited by size into assertion-message
                       perform assert-false
                   else
                       move spaces to assertion-message
                       perform assert-true
                   end-if
               end-if
           end-if
           move 0 to sql-expected-count
           .

       find-sql-row-mismatch.
           if display-captured-line(sql-row-index)
                   not = sql-expected-line(sql-row-index)
               move sql-row-index to sql-mismatch-index
           end-if
           .

      *>  Register a real-name/stub-name pair (move them into
      *>  stub-register-real/stub-register-fake first); a full table is
      *>  silently ignored the same way the dynamic-call whitelist caps
