           copy tsortfc.
           copy tdispfc.
           copy tlayfc.
           copy tmisfc.
           copy tscrfc.

       data division.
       file section.
       copy tsortfd.
       copy tdispfd.
       copy tlayfd.
       copy tmisfd.
       copy tscrfd.

       working-storage section.
       01  actual-amount    pic 9(8)v9(4).
       01  bench-rep        pic 9(4).
       01  bench-spin       pic 9(6).
       01  bench-sink       pic 9(18).
       01  bench-loop       pic 9(9).
       01  actual-float     usage comp-2.
       01  expected-float   usage comp-2.
       01  result-floats    usage comp-2 occurs 3 times.
       01  expected-floats  usage comp-2 occurs 3 times.

       copy tdata.
       copy tgendata.
           string 'Fixed Tests' into group-title
           perform begin-test-group

      *>  an author-declared stable case id rides next to the
      *>  title in the results and JSON streams; the next case
      *>  declares none and takes the suite/position default.
           move 'FIXED-N3' to test-case-id
           string 'n = 3' into test-case-title
           perform begin-test-case
           move spaces to assertion-message
           perform assert-true
           display 'declared case id: ' function trim(case-id-held)

           move 6.0001 to actual-amount
           move 6.0000 to expected-amount
           move spaces to test-case-title
           string 'benchmark demo' into test-case-title
           perform begin-test-case
           display 'default case id: ' function trim(case-id-held)
           set benchmark-enabled to true
           move 20 to benchmark-repetitions
           move 5 to benchmark-reference-ms
           perform build-field-diff-message
           display 'layout diff: ' function trim(diff-message)

      *>  misconception classifying: a diff whose actual is the
      *>  expected value's low-order digits is recognised as a PIC
      *>  too small, and the next assert-false would carry the hint.
           move spaces to diff-expected diff-actual
           move '1234' to diff-expected
           move '34' to diff-actual
           perform build-diff-message
           display 'misconception: '
                   function trim(misconception-code-held) ' - '
                   function trim(misconception-hint)
           move spaces to misconception-code-held

      *>  controlled clock: one second past New Year's Eve
      *>  23:59:59 of a leap year rolls day, month and year.
           move '20241231235959' to clock-frozen-at
           perform set-frozen-clock
           move 1 to clock-offset-seconds
           perform advance-controlled-clock
           display 'clock advanced to: ' clock-frozen-at
           perform clear-controlled-clock

      *>  rounding-mode conformance: 2.125 to two places under
      *>  NEAREST-EVEN is 2.12, so that answer passes; the same
      *>  2.12 against a kata wanting plain ROUNDED is named for
      *>  the mode it matches instead of "off by one cent".
           move 2.125 to round-exact-value
           move 2 to round-target-decimals
           move 'NEAREST-EVEN' to round-required-mode
           move 2.12 to actual-amount
           perform expect-rounded
           move 'NEAREST-AWAY-FROM-ZERO' to round-required-mode
           move 0 to round-required-index round-matched-index
           perform find-rounding-mode
               varying round-mode-index from 1 by 1
               until round-mode-index > round-mode-count
           move spaces to assertion-message
           perform build-rounding-message
           display 'rounding: ' function trim(assertion-message)
           move spaces to assertion-message

      *>  floating point: 0.1 + 0.2 added in COMP-2 is not the
      *>  same number as 0.3, but it is within the relative
      *>  tolerance, element by element in a table too; a value a
      *>  part in a thousand out is reported with both values.
           compute actual-float = 0.1
           compute expected-float = 0.2
           add expected-float to actual-float
           compute expected-float = 0.3
           perform expect-float-within
           move actual-float to result-floats(1)
           move expected-float to expected-floats(1)
           compute result-floats(2) = 1.0E-300
           compute expected-floats(2) = 1.0E-300
           compute result-floats(3) = 2.5E+10
           compute expected-floats(3) = 2.5E+10
           perform expect-table-float
           compute actual-float = 3.003
           compute expected-float = 3
           move actual-float to float-actual
           move expected-float to float-expected
           perform compare-float-values
           perform format-float-pair
           display 'float: expected '
                   function trim(float-expected-text)
                   ', got ' function trim(float-actual-text)
                   ', difference '
                   function trim(float-difference-text)

      *>  a packed field's mismatch is shown decoded, with the
      *>  bytes, instead of as unprintable characters.
           move spaces to diff-expected diff-actual
           move 'GRANTS' to diff-expected(1:10) diff-actual(1:10)
           move x'01234C' to diff-expected(11:3)
           move x'01235C' to diff-actual(11:3)
           move 'donor-account' to layout-record-type
           perform build-field-diff-message
           display 'native diff: ' function trim(diff-message)

      *>  a hidden case runs and counts like any other; its
      *>  <HIDDEN::> line tells feedgen to show only its number.
           move 'H' to test-case-class
           move spaces to test-case-title
           string 'n = 4 (hidden)' into test-case-title
           perform begin-test-case
           move spaces to assertion-message
           perform assert-true
           display 'hidden case number: '
                   function trim(hidden-case-display)

      *>  a known-broken case awaiting a kata fix is quarantined
      *>  with a reason instead of deleted or left to fail everyone:
      *>  it emits its own <SKIPPED::> tag, counts separately in the
           move 'ID-2024-X rev 7' to match-value
           perform expect-match

      *>  Step demo: the three ways a testcase reaches past a
      *>  plain CALL. a scripted step runs a program of its own with
      *>  console input, arguments and a frozen clock (here the shell
      *>  standing in for an interactive solution, echoing its input
      *>  and the clock it was handed, then ending with return code
      *>  3); a checker grades an answer with more than one right
      *>  value; a complexity probe times a linear loop at four sizes
      *>  and grades the fitted growth class.
           move spaces to group-title
           string 'Step Demo' into group-title
           perform begin-test-group
           move spaces to test-case-title
           string 'scripted step on a leap day' into test-case-title
           perform begin-test-case
           move '/bin/sh' to script-program-path
           move 'hello step' to script-line
           perform add-script-console-line
           move '-c' to script-line
           perform add-script-argument
           move spaces to script-line
           string 'read line; echo "$line"; '
                  'echo "$COB_CURRENT_DATE"; exit 3'
               delimited by size into script-line
           perform add-script-argument
           move '20240229120000' to clock-frozen-at
           perform set-frozen-clock
           perform run-scripted-step
           move 1 to display-line-index
           move 'hello step' to expected-display-line
           perform expect-display
           move 2 to display-line-index
           move '2024/02/29 12:00:00' to expected-display-line
           perform expect-display
           move 3 to expected-return-code
           perform expect-return-code
           move './solution-step' to script-program-path

           move spaces to test-case-title
           string 'checker accepts any even answer'
               into test-case-title
           perform begin-test-case
           move 'evenchk' to checker-program-name
           move 'any even number under 100' to checker-input
           move '0042' to checker-output
           perform expect-checked
           move 'checker' to checker-program-name

           move spaces to test-case-title
           string 'linear loop stays within quadratic'
               into test-case-title
           perform begin-test-case
           move 4 to probe-size-count
           move 50000 to probe-size(1)
           move 100000 to probe-size(2)
           move 200000 to probe-size(3)
           move 400000 to probe-size(4)
           move 'QUADRATIC' to probe-max-class
           perform varying probe-index from 1 by 1
                   until probe-index > probe-size-count
               perform 3 times
                   perform begin-probe-step
                   perform varying bench-loop from 1 by 1
                           until bench-loop > probe-current-size
                       compute bench-sink = bench-loop * 7
                   end-perform
                   perform end-probe-step
               end-perform
           end-perform
           perform expect-growth-class
           move spaces to probe-max-class
           move 0 to probe-size-count

      *>  Property demo: a relation that holds across the whole
      *>  drawn range, then one broken from 13 up (deliberately, so
      *>  isolated like the demos below) - a big random breaking
      *>  input shrinks to exactly 13 in the failure message.
           move spaces to group-title
           string 'Property Demo' into group-title
           perform begin-test-group
           move spaces to test-case-title
           string 'halve and double' into test-case-title
           perform begin-test-case
           move 'halve and double' to property-name
           move 3 to gen-picture-digits
           move 0 to gen-picture-decimals
           perform expect-property
           move spaces to test-case-title
           string 'under thirteen' into test-case-title
           perform begin-test-case
           move 'under thirteen' to property-name
           perform expect-property
           display 'property: ' function trim(assertion-message)

      *>  Overrun canary demo, isolated like the Source-Line
      *>  Demo because its failure is deliberate: 'smasher' writes
      *>  past the guarded slot's payload, and the check reports a
           call 'smasher' using guard-arg-value(1)
           perform check-argument-guards

      *>  Clock guard demo, isolated for its deliberate failure: a
      *>  clock pinned with no scripted step after it never reaches
      *>  a CALLed solution, so the case fails at its close instead
      *>  of passing on the real time.
           move spaces to group-title
           string 'Clock Guard Demo' into group-title
           perform begin-test-group
           move spaces to test-case-title
           string 'clock set, solution CALLed' into test-case-title
           perform begin-test-case
           move '20241231235959' to clock-frozen-at
           perform set-frozen-clock
           call 'reportwr'
           move spaces to assertion-message
           perform assert-true

           perform end-tests
           goback.

      *>  the relations the Property Demo checks.
       property-relation.
           evaluate property-name
               when 'halve and double'
                   compute actual-amount = property-input / 2
                   compute expected-amount = actual-amount * 2
                   if expected-amount not = property-input
                       set property-broken to true
                       move 'doubling the half lost the input'
                           to property-detail
                   end-if
               when other
                   if property-input >= 13
                       set property-broken to true
                       move 'input reached 13' to property-detail
                   end-if
           end-evaluate
           .

           copy texpwithin replacing
               ==actual-value== by ==actual-amount==
               ==expected-value== by ==expected-amount==.
               ==actual-date== by ==checked-date==
               ==expected-date== by ==wanted-date==.

           copy texpfloat replacing
               ==actual-value== by ==actual-float==
               ==expected-value== by ==expected-float==.

           copy texptablf replacing
               ==actual-table== by ==result-floats==
               ==expected-table== by ==expected-floats==
               ==table-length== by ==3==.

           copy texpround replacing
               ==actual-value== by ==actual-amount==.

           copy texpprop.

           copy tproc.

           end-if
           goback.
       end program sturdy.

       identification division.
       program-id. evenchk.

      *>  Stand-in kata checker for the expect-checked selftest
      *>  above: any even answer is right, so there is no single
      *>  expected value to compare against.

       data division.
       linkage section.
           copy tchklink.

       procedure division using checker-input checker-output
               checker-verdict checker-message.
           if checker-output(1:4) is numeric
               and function mod(function numval(checker-output(1:4))
                                2) = 0
               set checker-accepted to true
           else
               set checker-rejected to true
               move 'the answer is not an even number'
                   to checker-message
           end-if
           goback.
       end program evenchk.
