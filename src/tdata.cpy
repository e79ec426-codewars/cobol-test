           88 test-case-open value 't'.
           88 test-case-closed value 'f'.

      *>  Stable testcase identifier. a random suite builds its
      *>  titles from the generated data ("div2: n = 17"), so the
      *>  title is no key to follow a case from night to night. a
      *>  testcase declares its id by moving a code to test-case-id
      *>  before begin-test-case (the DSL's trailing caseid 'X' on
      *>  the testcase statement does the move); begin holds it for
      *>  the open case and blanks the declaration, the same way
      *>  case-point-weight works. an undeclared case gets the
      *>  suite/position default Snnn-Cnnnn - the ordinal of its
      *>  testsuite in the run and its position within that suite -
      *>  which stays put however the title varies. an author code
      *>  used by a case that runs more than once per run (a
      *>  testcase paragraph performed from a loop) should leave
      *>  the id undeclared instead. The held id rides in the
      *>  <IT::> results record at column case-id-column, after the
      *>  80-byte title (the tag set's longest tag plus the title
      *>  ends before it), and in the "case" member of the JSON
      *>  events; stdout keeps the title alone.
       01  test-case-id        pic x(24) value spaces.
       01  case-id-held        pic x(24) value spaces.
       01  case-id-column      pic 9(3) value 101.
       01  suite-ordinal       pic 9(3) value 0.
       01  suite-case-ordinal  pic 9(4) value 0.
       01  case-default-id.
           05 filler           pic x value 'S'.
           05 default-suite-part pic 9(3).
           05 filler           pic x(2) value '-C'.
           05 default-case-part pic 9(4).

      *>  Hidden versus visible testcases. a fixed case whose
      *>  title and diff reach the candidate is known to the whole
      *>  cohort within a day; a hidden case still runs, counts and
      *>  is recorded in full (results file, case-results master,
      *>  forensics), but the candidate-facing outputs only learn
      *>  "hidden test N failed". declare a whole testsuite by
      *>  moving 'H' to group-class before begin-test-group, or one
      *>  case by moving 'H' (or 'V', to show one case of a hidden
      *>  suite) to test-case-class before begin-test-case - the DSL
      *>  does the moves for a trailing hidden/visible keyword.
      *>  both declarations are cleared once taken, like
      *>  test-case-id; an undeclared case takes its suite's class
      *>  and an undeclared suite is visible (a nested child suite
      *>  takes its parent's). a hidden case is numbered in run
      *>  order, announced on the console by a <HIDDEN::> line
      *>  carrying that number right after its <IT::>, and flagged
      *>  'H' plus the number at hidden-case-column of its <IT::>
      *>  results record, after the case id.
       01  group-class         pic x value space.
       01  group-class-held    pic x value 'V'.
           88 group-is-hidden  value 'H'.
       01  test-case-class     pic x value space.
       01  case-class-held     pic x value 'V'.
           88 case-is-hidden   value 'H'.
       01  hidden-case-ordinal pic 9(4) value 0.
       01  hidden-case-display pic z(3)9.
       01  hidden-case-column  pic 9(3) value 125.

      *>  Sub-millisecond, midnight-safe timing. one clock
      *>  reading is a day number (INTEGER-OF-DATE) plus microseconds
      *>  of day parsed out of FORMATTED-CURRENT-DATE, so an elapsed
              10 stk-points-possible pic 9(6).
              10 stk-points-earned   pic 9(6).
              10 stk-weighted        pic x.
              10 stk-case-ordinal    pic 9(4).
              10 stk-class           pic x.
       01  group-had-children-switch pic x value 'n'.
           88 group-had-children value 'y'.
       01  group-indent        pic x(10) value spaces.
      *>  Tolerance-based numeric assertion
       01  expect-tolerance    pic 9(8)v9(4) value 0.

      *>  Floating-point (COMP-1/COMP-2) assertion - src/texpfloat.cpy
      *>  and its table edition src/texptablf.cpy. An exact compare
      *>  fails 0.1 + 0.2 against 0.3, and a fixed expect-tolerance
      *>  means nothing across magnitudes from 1.0E-300 to 1.0E+300,
      *>  so two floats agree when their difference is within
      *>  float-relative-tolerance of the larger magnitude, or within
      *>  float-absolute-tolerance outright (which covers an answer
      *>  that should be zero). compare-float-values (tproc) does
      *>  the test on float-actual/float-expected and
      *>  format-float-value renders float-work as mantissa and
      *>  exponent ("3.000000001E-1") into float-text for the
      *>  messages. Each step is a single MULTIPLY/SUBTRACT or
      *>  function call: a COMP-2 operand inside a longer COMPUTE
      *>  expression goes through a fixed-point intermediate and
      *>  loses very small and very large magnitudes.
       01  float-relative-tolerance usage comp-2 value 1.0E-9.
       01  float-absolute-tolerance usage comp-2 value 1.0E-12.
       01  float-actual         usage comp-2.
       01  float-expected       usage comp-2.
       01  float-difference     usage comp-2.
       01  float-magnitude      usage comp-2.
       01  float-allowed        usage comp-2.
       01  float-work           usage comp-2.
       01  float-scale          usage comp-2.
       01  float-mantissa       usage comp-2.
       01  float-exponent       pic s9(3) value 0.
       01  float-power          pic 9(3) value 0.
       01  float-within-switch  pic x value 'n'.
           88 float-within      value 'y'.
       01  float-mantissa-edited pic -9.9(9).
       01  float-exponent-edited pic -(3)9.
       01  float-text           pic x(24).
       01  float-text-length    pic 9(2) value 0.
       01  float-expected-text  pic x(24).
       01  float-actual-text    pic x(24).
       01  float-difference-text pic x(24).

      *>  Recorded/replayable random seed
       01  random-seed         pic 9(10) value 0.
       01  seed-file-path      pic x(100) value 'TEST-SEED.TXT'.
       01  tag-invalid         pic x(16) value '<INVALID::>'.
       01  tag-skipped         pic x(16) value '<SKIPPED::>'.
       01  tag-bailed          pic x(16) value '<BAILED::>'.
       01  tag-hidden          pic x(16) value '<HIDDEN::>'.

      *>  JSON event stream, parallel to the tagged DISPLAY
       01  json-switch         pic x value 'n'.
       01  layout-hit-switch   pic x value 'n'.
           88 layout-field-found value 'y'.

      *>  A field of dictionary type comp3/packed, binary (COMP/
      *>  BINARY, big-endian), comp5 (COMP-5, native byte order),
      *>  comp1 or comp2 is not readable as text, so the field diff
      *>  shows both sides decoded, with their bytes in hex -
      *>  expected: 1234 (x'04D2') actual: -1 (x'FFFF'). The
      *>  dictionary carries no scale or sign, so binary and packed
      *>  values show as signed whole numbers (unscaled). The field
      *>  bytes are moved into the image below whose views match
      *>  the storage: packed right-aligned behind x'00' bytes, so
      *>  any 1-9 byte packed field reads as s9(17) comp-3.
       01  native-field-image   pic x(16).
       01  native-field-length  pic 9(4) value 0.
       01  native-byte-index    pic 9(4) value 0.
       01  native-byte-value    pic 9(3) value 0.
       01  native-hex-high      pic 9(2) value 0.
       01  native-hex-low       pic 9(2) value 0.
       01  native-hex-digits    pic x(16) value '0123456789ABCDEF'.
       01  native-hex-text      pic x(32).
       01  native-value-text    pic x(24).
       01  native-value-edited  pic -(18)9.
       01  native-expected-text pic x(24).
       01  native-expected-hex  pic x(32).
       01  native-actual-text   pic x(24).
       01  native-actual-hex    pic x(32).
       01  native-packed-image  pic x(9).
       01  native-packed-value redefines native-packed-image
                                pic s9(17) comp-3.
       01  native-binary-image  pic x(8).
       01  native-binary-half redefines native-binary-image
                                pic s9(4) comp.
       01  native-binary-full redefines native-binary-image
                                pic s9(9) comp.
       01  native-binary-double redefines native-binary-image
                                pic s9(18) comp.
       01  native-comp5-half redefines native-binary-image
                                pic s9(4) comp-5.
       01  native-comp5-full redefines native-binary-image
                                pic s9(9) comp-5.
       01  native-comp5-double redefines native-binary-image
                                pic s9(18) comp-5.
       01  native-float-short redefines native-binary-image
                                usage comp-1.
       01  native-float-long redefines native-binary-image
                                usage comp-2.

      *>  Misconception classifier: a failed compare is checked
      *>  against the known-mistake signatures in
      *>  batch/misconception-rules.txt (loaded once on first use)
      *>  and the first rule that fits has assert-false add its
      *>  plain-language hint to the failure message, so "expected:
      *>  1234 actual: 34" also says the receiving PIC is too small.
      *>  build-diff-message classifies on its own; the DSL's expect
      *>  moves both values to diff-actual/diff-expected and performs
      *>  classify-misconception. the matched rule's code goes out as a
      *>  <MISCONCEPTION::> event after the <FAILED::> it explains,
      *>  which is what the misconception report counts. the rules
      *>  file names a signature the harness knows how to test - an
      *>  unknown signature never matches - and rules are tried in
      *>  file order.
       01  misconception-file-path pic x(100)
                                value 'batch/misconception-rules.txt'.
       01  misconception-file-status pic x(2) value spaces.
       01  misconception-eof-switch pic x value 'n'.
           88 misconception-eof value 'y'.
       01  misconception-loaded-switch pic x value 'n'.
           88 misconceptions-were-loaded value 'y'.
       01  mis-max             pic 9(2) value 0.
       01  mis-table.
           05 mis-entry occurs 30 times.
              10 mis-code      pic x(16).
              10 mis-signature pic x(16).
              10 mis-hint      pic x(100).
       01  mis-index           pic 9(2) value 0.
       01  mis-match-switch    pic x value 'n'.
           88 mis-matched      value 'y'.
       01  misconception-code-held pic x(16) value spaces.
       01  misconception-hint  pic x(100) value spaces.
       01  mis-actual-text     pic x(200).
       01  mis-expected-text   pic x(200).
       01  mis-actual-length   pic 9(3) value 0.
       01  mis-expected-length pic 9(3) value 0.
       01  mis-numeric-switch  pic x value 'n'.
           88 mis-both-numeric value 'y'.
       01  mis-actual-value    pic s9(18)v9(9).
       01  mis-expected-value  pic s9(18)v9(9).
       01  mis-actual-abs      pic 9(18)v9(9).
       01  mis-expected-abs    pic 9(18)v9(9).
       01  mis-difference-abs  pic 9(18)v9(9).
       01  mis-modulus         pic 9(19).
       01  mis-quotient        pic 9(18).
       01  mis-remainder       pic 9(18)v9(9).
       01  mis-power           pic 9(2) value 0.
       01  mis-point-count     pic 9(3) value 0.
       01  mis-decimals        pic 9(3) value 0.
       01  mis-last-place      pic 9v9(9).
       01  mis-squeeze-in      pic x(200).
       01  mis-squeeze-out     pic x(200).
       01  mis-squeeze-length  pic 9(3) value 0.
       01  mis-byte            pic 9(3) value 0.
       01  mis-actual-squeezed pic x(200).
       01  mis-expected-squeezed pic x(200).

      *>  Pattern-matching assertion for string katas whose
      *>  output legitimately varies (embedded timestamps, padded
      *>  ids) and could previously only be tested by pre-trimming.
       01  online-program-name  pic x(30).
       01  online-commarea      pic x(500).

      *>  Custom checker programs, for katas with more than one
      *>  correct answer ("any valid ordering", "any shortest path")
      *>  where no single expected value exists to compare against.
      *>  the kata ships a checker.cbl beside tests.cbl (linkage
      *>  layout in src/tchklink.cpy) and the batch links it into the
      *>  test executable; tests.cbl moves the case's inputs to
      *>  checker-input and the candidate's answer to checker-output,
      *>  then performs expect-checked. the checker's verdict and
      *>  message come back as an ordinary PASSED/FAILED assertion.
      *>  checker-program-name defaults to the program-id a kata's
      *>  checker.cbl is expected to carry.
       01  checker-program-name pic x(30) value 'checker'.
       01  checker-input        pic x(200).
       01  checker-output       pic x(200).
       01  checker-verdict      pic x.
           88 checker-accepted  value 'A'.
           88 checker-rejected  value 'R'.
       01  checker-message      pic x(80).

      *>  Scripted multi-step conversation testing
      *>  (src/tconvhelp.cpy, with tconvfc/tconvfd for the file
      *>  side). invoke-online-transaction drives one COMMAREA
       01  expected-display-line  pic x(200).
       01  display-count-display  pic z(2)9.

      *>  Scripted step for interactive katas: a solution that
      *>  takes its input with ACCEPT (from the console, from
      *>  ARGUMENT-VALUE or from ENVIRONMENT) cannot be fed through a
      *>  CALL, so the build also links it on its own as
      *>  script-program-path and the testcase runs it as a separate
      *>  step. add-script-console-line, add-script-argument and
      *>  add-script-environment (each taking script-line; the
      *>  environment entry as NAME=value) build up the input script,
      *>  run-scripted-step writes the console lines to
      *>  script-input-path, runs the step with them on standard input
      *>  and its standard output in the DISPLAY capture table, and
      *>  keeps the step's RETURN-CODE for expect-return-code. the
      *>  script is emptied after every run.
       01  script-program-path    pic x(100)
                                   value './solution-step'.
       01  script-input-path      pic x(100)
                                   value 'TEST-STDIN.TXT'.
       01  script-input-status    pic x(2) value spaces.
       01  script-line            pic x(200).
       01  script-console-count   pic 9(2) value 0.
       01  script-console-table.
           05 script-console-line occurs 50 times
              pic x(200).
       01  script-argument-count  pic 9(2) value 0.
       01  script-argument-table.
           05 script-argument     occurs 20 times
              pic x(200).
       01  script-environment-count pic 9(2) value 0.
       01  script-environment-table.
           05 script-environment  occurs 20 times
              pic x(200).
       01  script-index           pic 9(2) value 0.
       01  script-command         pic x(6000).
       01  script-pointer         pic 9(4) value 1.
       01  script-word            pic x(200).
       01  script-word-length     pic 9(3) value 0.
       01  script-byte-index      pic 9(3) value 0.
       01  script-overflow-switch pic x value 'n'.
           88 script-overflowed   value 'y'.
      *>  the shell hands back a wait status; the step's own
      *>  RETURN-CODE is its high byte.
       01  script-wait-status     pic s9(9) value 0.
       01  script-return-code     pic s9(4) value 0.
       01  expected-return-code   pic s9(4) value 0.
       01  script-rc-display      pic -(4)9.
       01  expected-rc-display    pic -(4)9.

      *>  Controlled clock for solutions that read CURRENT-DATE or
      *>  ACCEPT FROM DATE/TIME/DAY. the runtime takes its clock
      *>  override (COB_CURRENT_DATE) once, at process start, so the
      *>  clock reaches the solution run as its own step
      *>  (run-scripted-step): set-frozen-clock pins it to
      *>  clock-frozen-at (yyyymmddhhmmss - a month-end, a leap day,
      *>  23:59:59 on New Year's Eve), set-offset-clock shifts the
      *>  real clock by clock-offset-seconds at each step's launch,
      *>  and advance-controlled-clock moves a frozen clock on by
      *>  clock-offset-seconds - one second past 23:59:59 rolls the
      *>  day, the month and the year the way the calendar does. the
      *>  value each step saw is held in clock-held, reported as a
      *>  <CLOCK::> event and written into the forensics block, so a
      *>  failure reproduces on any other day. every testcase starts
      *>  back on the real clock. a CALLed solution runs inside the
      *>  test process and so always reads the real clock; a clock
      *>  set (or moved on) with no scripted step after it fails the
      *>  case at end-test-case rather than passing on real time.
       01  clock-mode-switch      pic x value space.
           88 clock-is-real       value space.
           88 clock-is-frozen     value 'F'.
           88 clock-is-offset     value 'O'.
       01  clock-frozen-at        pic x(14) value spaces.
       01  clock-frozen-split redefines clock-frozen-at.
           05 clock-frozen-date   pic x(8).
           05 clock-frozen-hh     pic x(2).
           05 clock-frozen-mi     pic x(2).
           05 clock-frozen-ss     pic x(2).
       01  clock-offset-seconds   pic s9(9) value 0.
       01  clock-held             pic x(14) value spaces.
       01  clock-held-split redefines clock-held.
           05 clock-held-yyyy     pic x(4).
           05 clock-held-mm       pic x(2).
           05 clock-held-dd       pic x(2).
           05 clock-held-hh       pic x(2).
           05 clock-held-mi       pic x(2).
           05 clock-held-ss       pic x(2).
       01  clock-base             pic x(14).
       01  clock-day-number       pic s9(7) value 0.
       01  clock-total-seconds    pic s9(13) value 0.
       01  clock-day-seconds      pic s9(5) value 0.
       01  clock-part             pic 9(2) value 0.
       01  clock-date-work        pic 9(8) value 0.
       01  clock-valid-switch     pic x value 'n'.
           88 clock-value-valid   value 'y'.
       01  clock-step-switch      pic x value 'n'.
           88 clock-step-ran      value 'y'.

      *>  Embedded-SQL katas: with sql-database-switch on (the
      *>  batch sets it in TEST-CONFIG for a catalog SQL kata) every
      *>  testcase opens on a fresh scratch database at
      *>  sql-database-path, rebuilt by the database client
      *>  (sql-client) from the kata's seed script staged out of
      *>  testdata/ as sql-seed-path - the solution connects to the
      *>  same database name. expect-sqlcode asserts on the SQLCODE
      *>  the solution hands back (sql-actual-code against
      *>  sql-expected-code); expect-sql-rows runs sql-query through
      *>  the client and compares its rows ('|' between columns)
      *>  against the rows added with add-sql-expected-row, in order.
       01  sql-database-switch    pic x value 'n'.
           88 sql-scratch-database value 'y'.
       01  sql-client             pic x(100) value 'sqlite3'.
       01  sql-database-path      pic x(100) value 'TEST-SQL.DB'.
       01  sql-seed-path          pic x(100) value 'SQL-SEED.SQL'.
       01  sql-seed-failed-switch pic x value 'n'.
           88 sql-seed-failed     value 'y'.
       01  sql-actual-code        pic s9(9) value 0.
       01  sql-expected-code      pic s9(9) value 0.
       01  sql-actual-display     pic -(9)9.
       01  sql-expected-display   pic -(9)9.
       01  sql-query              pic x(200).
       01  sql-expected-row       pic x(200).
       01  sql-expected-count     pic 9(3) value 0.
       01  sql-expected-table.
           05 sql-expected-line   occurs 50 times
              pic x(200).
       01  sql-row-index          pic 9(3) value 0.
       01  sql-mismatch-index     pic 9(3) value 0.
       01  sql-count-display      pic z(2)9.
       01  sql-rows-display       pic z(2)9.

      *>  Speed-ranked benchmark mode: for katas where
      *>  performance is the point, the testcase brackets its scored
      *>  section (run benchmark-repetitions times in its own loop)
       01  benchmark-score      pic 9(6) value 0.
       01  benchmark-score-display pic z(5)9.

      *>  Complexity probe: benchmark and baseline only time fixed
      *>  inputs, so an O(n**2) loop passes on the small cases and
      *>  falls over on production-sized data. the testcase declares
      *>  a series of increasing input sizes (probe-size, count in
      *>  probe-size-count), then for each probe-index brackets one
      *>  run of the solution at probe-current-size between
      *>  begin-probe-step/end-probe-step - repeating a step keeps
      *>  the fastest time, which is the one least disturbed by the
      *>  machine. expect-growth-class fits the timings against the
      *>  growth classes below (least squares on log time, so only
      *>  the shape counts, not the machine's speed), reports each
      *>  timing and the observed class as <PROBE::>/<COMPLEXITY::>
      *>  lines for the feedback bundle, and asserts the class is no
      *>  worse than probe-max-class (also a TEST-CONFIG keyword).
      *>  with no maximum declared the class is reported and the
      *>  assertion passes.
       01  probe-max-sizes      pic 9(2) value 10.
       01  probe-size-count     pic 9(2) value 0.
       01  probe-index          pic 9(2) value 0.
       01  probe-table.
           05 probe-entry occurs 10 times.
              10 probe-size     pic 9(9).
              10 probe-time-usec pic 9(12).
       01  probe-current-size   pic 9(9) value 0.
       01  probe-case-label     pic x(80).
       01  probe-start-days     pic 9(7) value 0.
       01  probe-start-usec     pic 9(12) value 0.
       01  probe-max-class      pic x(10) value spaces.
       01  probe-class-names.
           05 filler            pic x(10) value 'CONSTANT'.
           05 filler            pic x(10) value 'LINEAR'.
           05 filler            pic x(10) value 'NLOGN'.
           05 filler            pic x(10) value 'QUADRATIC'.
           05 filler            pic x(10) value 'WORSE'.
       01  probe-class-table redefines probe-class-names.
           05 probe-class-name  pic x(10) occurs 5 times.
       01  probe-class-index    pic 9(1) value 0.
       01  probe-observed-rank  pic 9(1) value 0.
       01  probe-max-rank       pic 9(1) value 0.
       01  probe-ln-n           pic s9(4)v9(12).
       01  probe-ln-t           pic s9(4)v9(12).
       01  probe-residual       pic s9(4)v9(12).
       01  probe-residual-sum   pic s9(6)v9(12).
       01  probe-residual-mean  pic s9(4)v9(12).
       01  probe-error          pic s9(8)v9(12).
       01  probe-best-error     pic s9(8)v9(12).
       01  probe-size-display   pic z(8)9.
       01  probe-time-display   pic z(11)9.
       01  probe-sizes-ok-switch pic x value 'y'.
           88 probe-sizes-ok    value 'y'.

      *>  Snapshot/approval testing
       01  snapshot-file-path   pic x(100) value 'TEST-SNAPSHOT.TXT'.
       01  snapshot-switch      pic x value 'n'.
