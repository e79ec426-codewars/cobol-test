       program-id. selftestrng.

      *>  statistical self-check of the shared random generators
      *>  (tgendata/tgenproc). selftest_gen.cbl proves each generator
      *>  paragraph runs; this proves what comes out of them has the
      *>  shape every kata's random suite takes for granted - each
      *>  value the PICTURE allows reachable and drawn as often as
      *>  any other, the sign split evenly, the boundary cycles
      *>  walking each of their values equally often. An off-by-one
      *>  in a scale factor doesn't fail a single kata; it just
      *>  quietly stops the largest value ever being tested.
      *>
      *>  Each generator is sampled rng-draws-per-seed times under
      *>  each of rng-seed-total fixed seeds (seeded the way
      *>  set-random-seed seeds a kata's run) and the draws are
      *>  counted into buckets:
      *>    - bucket chi-square, per seed and over all the seeds
      *>      pooled, held to the 0.1% critical value for the
      *>      bucket count. A test fails when the pooled statistic
      *>      is over, or when more than one seed is; a seed whose
      *>      smallest bucket expects fewer than 5 draws is not
      *>      judged on its own.
      *>    - sign and extreme-value frequency: the PICTURE's
      *>      minimum, maximum and zero counted as buckets of their
      *>      own, at the share a uniform draw gives them.
      *>    - digit distribution: each digit position of a
      *>      9(3)v9(2) draw, 0 thru 9 alike.
      *>    - boundary frequency: walked through 100 indexes (to
      *>      the last whole cycle), every value in a boundary
      *>      cycle must come out and each exactly as often as the
      *>      others.
      *>  A draw landing outside every bucket fails its test
      *>  outright. The seeds are fixed, so the outcome only moves
      *>  when a generator does - the smoke gate in
      *>  batch/run-all-katas.sh runs this after the selftest and
      *>  stops the run when it fails. not a kata itself; nothing
      *>  copies this.
      *>
      *>  Usage: selftestrng   (run from the directory the report
      *>  belongs in)
      *>  Output: TEST-GENQUALITY.TXT (one line per test), a
      *>  <SELFTESTRNG::> line per failed test and a summary line.
      *>  Return code 1 when any generator is outside tolerance, 2
      *>  when the report cannot be written.

       environment division.
       input-output section.
       file-control.
           select quality-file assign to dynamic quality-file-path
               organization line sequential
               file status quality-file-status.

       data division.
       file section.
       fd  quality-file.
       01  quality-record       pic x(132).

       working-storage section.
       copy tgendata.
       01  quality-file-path     pic x(100)
                                  value 'TEST-GENQUALITY.TXT'.
       01  quality-file-status   pic x(2) value spaces.
       01  quality-line          pic x(132).
       01  rng-run-stamp         pic x(21).

      *>  the sampling plan
       01  rng-seed-total        pic 9(3) value 25.
       01  rng-draws-per-seed    pic 9(5) value 2000.
       01  rng-seed-index        pic 9(3) value 0.
       01  rng-seed              pic 9(9) value 0.
       01  rng-seed-draw         pic 9v9(9) value 0.

      *>  the distribution tests, in report order
       01  rng-test-list.
           05 filler             pic x(8) value 'NUM9'.
           05 filler             pic x(8) value 'NUMXTRM'.
           05 filler             pic x(8) value 'NUMDIGIT'.
           05 filler             pic x(8) value 'SGN9'.
           05 filler             pic x(8) value 'SGNXTRM'.
           05 filler             pic x(8) value 'STRLEN'.
           05 filler             pic x(8) value 'STRCHAR'.
           05 filler             pic x(8) value 'UTF8CHAR'.
           05 filler             pic x(8) value 'TABLEN'.
           05 filler             pic x(8) value 'DATEDOW'.
           05 filler             pic x(8) value 'DATEDEC'.
           05 filler             pic x(8) value 'DATELEAP'.
           05 filler             pic x(8) value 'FLOATEXP'.
       01  rng-test-table redefines rng-test-list.
           05 rng-listed-test    pic x(8) occurs 13 times.
       01  rng-test-count        pic 9(2) value 13.

      *>  the boundary cycles
       01  rng-cycle-list.
           05 filler             pic x(8) value 'BNDNUM'.
           05 filler             pic x(8) value 'BNDSGN'.
           05 filler             pic x(8) value 'BNDBIN'.
           05 filler             pic x(8) value 'BNDTAB'.
           05 filler             pic x(8) value 'BNDDATE'.
           05 filler             pic x(8) value 'BNDSTR'.
       01  rng-cycle-table redefines rng-cycle-list.
           05 rng-listed-cycle   pic x(8) occurs 6 times.
       01  rng-cycle-count       pic 9(2) value 6.
       01  rng-list-index        pic 9(2) value 0.

      *>  the test in hand: its buckets, each with its pooled and
      *>  current-seed counts and the share of the draws a sound
      *>  generator puts in it
       01  rng-test-code         pic x(8).
       01  rng-test-title        pic x(34).
       01  rng-bucket-total      pic 9(3) value 0.
       01  rng-critical          pic 9(3)v99 value 0.
       01  rng-slot              pic s9(5) value 0.
       01  rng-buckets.
           05 rng-bucket occurs 60 times.
              10 rng-pooled-hits pic 9(9).
              10 rng-seed-hits   pic 9(9).
              10 rng-share       pic 9v9(9).
       01  rng-bucket-index      pic 9(3) value 0.
       01  rng-seed-samples      pic 9(9) value 0.
       01  rng-pooled-samples    pic 9(9) value 0.
       01  rng-stray-count       pic 9(9) value 0.
       01  rng-seeds-over        pic 9(3) value 0.
       01  rng-seeds-judged      pic 9(3) value 0.
       01  rng-min-share         pic 9v9(9) value 0.
       01  rng-expected          pic 9(9)v9(6) value 0.
       01  rng-deviation         pic s9(9)v9(6) value 0.
       01  rng-chi-square        pic 9(9)v9(4) value 0.
       01  rng-pooled-chi        pic 9(9)v9(4) value 0.
       01  rng-test-switch       pic x value 'p'.
           88 rng-test-passed    value 'p'.
           88 rng-test-failed    value 'f'.
       01  rng-tests-run         pic 9(3) value 0.
       01  rng-tests-failed      pic 9(3) value 0.
       01  rng-failure-text      pic x(30).

      *>  what a draw is bucketed by
       01  rng-char-slots.
           05 rng-char-slot      pic 9(3) occurs 256 times.
       01  rng-char-index        pic 9(3) value 0.
       01  rng-utf8-index        pic 9(3) value 0.
       01  rng-digit-image       pic 9(5) value 0.
       01  rng-digit-table redefines rng-digit-image.
           05 rng-digit          pic 9 occurs 5 times.
       01  rng-digit-index       pic 9 value 0.
       01  rng-year              pic 9(4) value 0.
       01  rng-last-year         pic 9(4) value 0.
       01  rng-decade-low        pic 9(8) value 0.
       01  rng-decade-high       pic 9(8) value 0.
       01  rng-decade-end-day    pic 9(7) value 0.
       01  rng-decade-days       pic 9(7) value 0.
       01  rng-range-days        pic 9(7) value 0.
       01  rng-leap-days         pic 9(5) value 0.

      *>  the boundary cycle in hand: each distinct value it gave
      *>  and how many times
       01  rng-cycle             pic 9(2) value 0.
       01  rng-rounds            pic 9(2) value 0.
       01  rng-cycle-draws       pic 9(3) value 0.
       01  rng-cycle-index       pic 9(3) value 0.
       01  rng-cycle-value       pic s9(10)v9(4) value 0.
       01  rng-seen-values.
           05 rng-seen occurs 20 times.
              10 rng-seen-value  pic s9(10)v9(4).
              10 rng-seen-count  pic 9(3).
       01  rng-seen-total        pic 9(2) value 0.
       01  rng-seen-index        pic 9(2) value 0.
       01  rng-seen-switch       pic x value 'n'.
           88 rng-value-seen     value 'y'.
       01  rng-fewest            pic 9(3) value 0.
       01  rng-most              pic 9(3) value 0.
       01  rng-count-display     pic zz9.
       01  rng-other-display     pic zz9.

       01  rng-result-heading.
           05 filler             pic x(10) value 'TEST'.
           05 filler             pic x(34) value
                                  'GENERATOR / MEASURE'.
           05 filler             pic x(9) value '  SAMPLES'.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(7) value 'BUCKETS'.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(12) value '      CHI-SQ'.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(8) value '   LIMIT'.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(10) value 'SEEDS OVER'.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(6) value 'RESULT'.
       01  rng-result-line.
           05 rrl-code           pic x(8).
           05 filler             pic x(2) value spaces.
           05 rrl-title          pic x(34).
           05 rrl-samples        pic z(8)9.
           05 filler             pic x(2) value spaces.
           05 rrl-buckets        pic z(6)9.
           05 filler             pic x(2) value spaces.
           05 rrl-chi            pic z(8)9.99.
           05 filler             pic x(2) value spaces.
           05 rrl-limit          pic z(4)9.99.
           05 filler             pic x(2) value spaces.
           05 rrl-seeds          pic x(10).
           05 filler             pic x(2) value spaces.
           05 rrl-result         pic x(34).

       01  rng-cycle-heading.
           05 filler             pic x(10) value 'TEST'.
           05 filler             pic x(34) value 'BOUNDARY CYCLE'.
           05 filler             pic x(9) value '    DRAWS'.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(7) value ' VALUES'.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(12) value 'TIMES EACH'.
           05 filler             pic x(2) value spaces.
           05 filler             pic x(6) value 'RESULT'.
       01  rng-cycle-line.
           05 rcl-code           pic x(8).
           05 filler             pic x(2) value spaces.
           05 rcl-title          pic x(34).
           05 rcl-draws          pic z(8)9.
           05 filler             pic x(2) value spaces.
           05 rcl-values         pic x(7) justified right.
           05 filler             pic x(2) value spaces.
           05 rcl-each           pic x(12).
           05 filler             pic x(2) value spaces.
           05 rcl-result         pic x(34).

       procedure division.
           open output quality-file
           if quality-file-status not = '00'
               display '<SELFTESTRNG-ERROR::> cannot open '
                       function trim(quality-file-path)
               move 2 to return-code
               goback
           end-if
           move function current-date to rng-run-stamp
           move spaces to quality-line
           string 'GENERATOR QUALITY  (tgenproc)  run '
                  rng-run-stamp(1:4) '-' rng-run-stamp(5:2) '-'
                  rng-run-stamp(7:2) ' ' rng-run-stamp(9:2) ':'
                  rng-run-stamp(11:2) '  seeds ' rng-seed-total
                  ' x ' rng-draws-per-seed ' draws'
               delimited by size into quality-line
           perform write-quality-line
           move spaces to quality-line
           perform write-quality-line
           move rng-result-heading to quality-line
           perform write-quality-line
           perform build-char-slots
           perform varying rng-list-index from 1 by 1
                   until rng-list-index > rng-test-count
               move rng-listed-test(rng-list-index) to rng-test-code
               perform run-distribution-test
           end-perform

           move spaces to quality-line
           perform write-quality-line
           move rng-cycle-heading to quality-line
           perform write-quality-line
           perform varying rng-list-index from 1 by 1
                   until rng-list-index > rng-cycle-count
               move rng-listed-cycle(rng-list-index) to rng-test-code
               perform run-cycle-test
           end-perform

           move spaces to quality-line
           perform write-quality-line
           move spaces to quality-line
           string 'TESTS ' rng-tests-run '  FAILED ' rng-tests-failed
               delimited by size into quality-line
           perform write-quality-line
           close quality-file
           display '<SELFTESTRNG::> ' rng-tests-run
                   ' generator test(s), '
                   rng-tests-failed ' outside tolerance -> '
                   function trim(quality-file-path)
           if rng-tests-failed > 0
               move 1 to return-code
           else
               move 0 to return-code
           end-if
           goback.

      *>  the pool character -> bucket lookup STRCHAR counts by
       build-char-slots.
           initialize rng-char-slots
           perform varying rng-char-index from 1 by 1
                   until rng-char-index > gen-char-pool-length
               move rng-char-index to rng-char-slot(
                   function ord(gen-char-pool(rng-char-index:1)))
           end-perform
           .

      *>  one distribution test: every seed's draws bucketed and
      *>  judged, then all of them pooled and judged again
       run-distribution-test.
           perform set-up-test
           move 0 to rng-pooled-samples rng-stray-count
                     rng-seeds-over rng-seeds-judged
           move 1 to rng-min-share
           perform varying rng-bucket-index from 1 by 1
                   until rng-bucket-index > rng-bucket-total
               move 0 to rng-pooled-hits(rng-bucket-index)
               if rng-share(rng-bucket-index) < rng-min-share
                   move rng-share(rng-bucket-index) to rng-min-share
               end-if
           end-perform
           perform sample-one-seed
               varying rng-seed-index from 1 by 1
               until rng-seed-index > rng-seed-total
           perform varying rng-bucket-index from 1 by 1
                   until rng-bucket-index > rng-bucket-total
               move rng-pooled-hits(rng-bucket-index)
                   to rng-seed-hits(rng-bucket-index)
           end-perform
           move rng-pooled-samples to rng-seed-samples
           perform compute-chi-square
           move rng-chi-square to rng-pooled-chi

           set rng-test-passed to true
           move 'PASS' to rng-failure-text
           evaluate true
               when rng-stray-count > 0
                   set rng-test-failed to true
                   move rng-stray-count to rng-count-display
                   move spaces to rng-failure-text
                   string 'FAIL ' function trim(rng-count-display)
                          ' draw(s) out of range'
                       delimited by size into rng-failure-text
               when rng-pooled-chi > rng-critical
                   set rng-test-failed to true
                   move 'FAIL pooled chi-square over'
                       to rng-failure-text
               when rng-seeds-over > 1
                   set rng-test-failed to true
                   move 'FAIL too many seeds over' to rng-failure-text
           end-evaluate

           move spaces to rng-result-line
           move rng-test-code to rrl-code
           move rng-test-title to rrl-title
           move rng-pooled-samples to rrl-samples
           move rng-bucket-total to rrl-buckets
           move rng-pooled-chi to rrl-chi
           move rng-critical to rrl-limit
           move rng-seeds-over to rng-count-display
           move rng-seeds-judged to rng-other-display
           move spaces to rrl-seeds
           string function trim(rng-count-display) '/'
                  function trim(rng-other-display)
               delimited by size into rrl-seeds
           move rng-failure-text to rrl-result
           move rng-result-line to quality-line
           perform write-quality-line
           perform tally-test-result
           .

      *>  seed the generator the way set-random-seed does, draw,
      *>  and judge the seed when it drew enough to judge
       sample-one-seed.
           compute rng-seed = rng-seed-index * 104729 + 17
           compute rng-seed-draw = function random(rng-seed)
           move 0 to rng-seed-samples
           perform varying rng-bucket-index from 1 by 1
                   until rng-bucket-index > rng-bucket-total
               move 0 to rng-seed-hits(rng-bucket-index)
           end-perform
           perform draw-one-sample rng-draws-per-seed times
           perform compute-chi-square
           if rng-seed-samples * rng-min-share >= 5
               add 1 to rng-seeds-judged
               if rng-chi-square > rng-critical
                   add 1 to rng-seeds-over
               end-if
           end-if
           perform varying rng-bucket-index from 1 by 1
                   until rng-bucket-index > rng-bucket-total
               add rng-seed-hits(rng-bucket-index)
                   to rng-pooled-hits(rng-bucket-index)
           end-perform
           add rng-seed-samples to rng-pooled-samples
           .

      *>  sum of (observed - expected) squared over expected,
      *>  across the buckets, for the counts in rng-seed-hits
       compute-chi-square.
           move 0 to rng-chi-square
           if rng-seed-samples > 0
               perform varying rng-bucket-index from 1 by 1
                       until rng-bucket-index > rng-bucket-total
                   compute rng-expected =
                       rng-seed-samples * rng-share(rng-bucket-index)
                   compute rng-deviation =
                       rng-seed-hits(rng-bucket-index) - rng-expected
                   compute rng-chi-square = rng-chi-square
                       + (rng-deviation * rng-deviation)
                         / rng-expected
               end-perform
           end-if
           .

      *>  the generator shape, buckets, bucket shares and critical
      *>  value (chi-square at 0.1%, buckets - 1 degrees of
      *>  freedom) for rng-test-code. shares are equal unless set
      *>  otherwise below.
       set-up-test.
           move 0 to gen-picture-decimals
           move 's' to gen-binary-sign-switch
           evaluate rng-test-code
               when 'NUM9'
                   move 'random-numeric 9(1) values' to rng-test-title
                   move 10 to rng-bucket-total
                   move 27.88 to rng-critical
               when 'NUMXTRM'
                   move 'random-numeric 9(2) 0 / 99 / other'
                       to rng-test-title
                   move 3 to rng-bucket-total
                   move 13.82 to rng-critical
               when 'NUMDIGIT'
                   move 'random-numeric 9(3)v9(2) digits'
                       to rng-test-title
                   move 50 to rng-bucket-total
                   move 85.35 to rng-critical
               when 'SGN9'
                   move 'random-signed s9(1) values' to rng-test-title
                   move 19 to rng-bucket-total
                   move 42.31 to rng-critical
               when 'SGNXTRM'
                   move 'random-signed s9(2) sign, extremes'
                       to rng-test-title
                   move 5 to rng-bucket-total
                   move 18.47 to rng-critical
               when 'STRLEN'
                   move 'random-string lengths' to rng-test-title
                   move gen-string-max-length to rng-bucket-total
                   move 43.82 to rng-critical
               when 'STRCHAR'
                   move 'random-string characters' to rng-test-title
                   move gen-char-pool-length to rng-bucket-total
                   move 87.97 to rng-critical
               when 'UTF8CHAR'
                   move 'utf8-string characters' to rng-test-title
                   move gen-utf8-char-count to rng-bucket-total
                   move 54.05 to rng-critical
               when 'TABLEN'
                   move 'random-table-length extents'
                       to rng-test-title
                   compute rng-bucket-total = gen-table-max-count + 1
                   move 29.59 to rng-critical
               when 'DATEDOW'
                   move 'random-date day of week' to rng-test-title
                   move 7 to rng-bucket-total
                   move 22.46 to rng-critical
               when 'DATEDEC'
                   move 'random-date decade' to rng-test-title
                   move 8 to rng-bucket-total
                   move 24.32 to rng-critical
               when 'DATELEAP'
                   move 'random-date leap day / other'
                       to rng-test-title
                   move 2 to rng-bucket-total
                   move 10.83 to rng-critical
               when other
                   move 'random-float exponent and sign'
                       to rng-test-title
                   compute rng-bucket-total =
                       (gen-float-exponent-max * 2 + 1) * 2
                   move 52.62 to rng-critical
           end-evaluate
           perform varying rng-bucket-index from 1 by 1
                   until rng-bucket-index > rng-bucket-total
               compute rng-share(rng-bucket-index) =
                   1 / rng-bucket-total
           end-perform
           evaluate rng-test-code
               when 'NUMXTRM'
                   move 0.01 to rng-share(1) rng-share(2)
                   move 0.98 to rng-share(3)
               when 'SGNXTRM'
                   compute rng-share(1) = 1 / 199
                   compute rng-share(2) = 98 / 199
                   compute rng-share(3) = 1 / 199
                   compute rng-share(4) = 98 / 199
                   compute rng-share(5) = 1 / 199
               when 'DATEDEC'
                   perform set-up-decade-shares
               when 'DATELEAP'
                   perform set-up-leap-shares
           end-evaluate
           .

      *>  a decade's share is its days over the days in the
      *>  configured date range (1960 thru 2039 - eight decades)
       set-up-decade-shares.
           compute rng-range-days =
               function integer-of-date(gen-date-high)
               - function integer-of-date(gen-date-low) + 1
           perform varying rng-bucket-index from 1 by 1
                   until rng-bucket-index > rng-bucket-total
               compute rng-decade-low =
                   gen-date-low + (rng-bucket-index - 1) * 100000
               compute rng-decade-high = rng-decade-low + 100000
               if rng-decade-high > gen-date-high
                   compute rng-decade-end-day =
                       function integer-of-date(gen-date-high) + 1
               else
                   compute rng-decade-end-day =
                       function integer-of-date(rng-decade-high)
               end-if
               compute rng-decade-days = rng-decade-end-day
                   - function integer-of-date(rng-decade-low)
               compute rng-share(rng-bucket-index) =
                   rng-decade-days / rng-range-days
           end-perform
           .

      *>  29 February comes up once per leap year in the range
       set-up-leap-shares.
           compute rng-range-days =
               function integer-of-date(gen-date-high)
               - function integer-of-date(gen-date-low) + 1
           move 0 to rng-leap-days
           compute rng-last-year = gen-date-high / 10000
           compute rng-year = gen-date-low / 10000
           perform varying rng-year from rng-year by 1
                   until rng-year > rng-last-year
               if function mod(rng-year 4) = 0
                  and (function mod(rng-year 100) not = 0
                       or function mod(rng-year 400) = 0)
                   add 1 to rng-leap-days
               end-if
           end-perform
           compute rng-share(1) = rng-leap-days / rng-range-days
           compute rng-share(2) = 1 - rng-share(1)
           .

      *>  one draw from the generator under test, counted into
      *>  its bucket(s)
       draw-one-sample.
           evaluate rng-test-code
               when 'NUM9'
                   move 1 to gen-picture-digits
                   perform generate-random-numeric
                   compute rng-slot = gen-numeric-result + 1
                   perform count-draw
               when 'NUMXTRM'
                   move 2 to gen-picture-digits
                   perform generate-random-numeric
                   evaluate gen-numeric-result
                       when 0
                           move 1 to rng-slot
                       when 99
                           move 2 to rng-slot
                       when other
                           move 3 to rng-slot
                   end-evaluate
                   perform count-draw
               when 'NUMDIGIT'
                   move 3 to gen-picture-digits
                   move 2 to gen-picture-decimals
                   perform generate-random-numeric
                   compute rng-digit-image = gen-numeric-result * 100
                   perform varying rng-digit-index from 1 by 1
                           until rng-digit-index > 5
                       compute rng-slot = (rng-digit-index - 1) * 10
                           + rng-digit(rng-digit-index) + 1
                       perform count-draw
                   end-perform
               when 'SGN9'
                   move 1 to gen-picture-digits
                   perform generate-random-signed
                   compute rng-slot = gen-numeric-result + 10
                   perform count-draw
               when 'SGNXTRM'
                   move 2 to gen-picture-digits
                   perform generate-random-signed
                   evaluate true
                       when gen-numeric-result = -99
                           move 1 to rng-slot
                       when gen-numeric-result < 0
                           move 2 to rng-slot
                       when gen-numeric-result = 0
                           move 3 to rng-slot
                       when gen-numeric-result < 99
                           move 4 to rng-slot
                       when other
                           move 5 to rng-slot
                   end-evaluate
                   perform count-draw
               when 'STRLEN'
                   perform generate-random-string
                   move gen-string-length to rng-slot
                   perform count-draw
               when 'STRCHAR'
                   perform generate-random-string
                   perform varying rng-char-index from 1 by 1
                           until rng-char-index > gen-string-length
                       move rng-char-slot(function ord(
                           gen-string-result(rng-char-index:1)))
                           to rng-slot
                       perform count-draw
                   end-perform
               when 'UTF8CHAR'
                   perform generate-utf8-string
                   perform varying rng-char-index from 1 by 1
                           until rng-char-index > gen-string-length
                       perform find-utf8-slot
                       perform count-draw
                   end-perform
               when 'TABLEN'
                   perform generate-random-table-length
                   compute rng-slot = gen-table-count + 1
                   perform count-draw
               when 'DATEDOW'
                   perform generate-random-date
                   compute rng-slot = function mod(
                       function integer-of-date(gen-date-result) 7) + 1
                   perform count-draw
               when 'DATEDEC'
                   perform generate-random-date
                   compute rng-slot =
                       (gen-date-result - gen-date-low) / 100000 + 1
                   perform count-draw
               when 'DATELEAP'
                   perform generate-random-date
                   if gen-date-result(5:4) = '0229'
                       move 1 to rng-slot
                   else
                       move 2 to rng-slot
                   end-if
                   perform count-draw
               when other
                   perform generate-random-float
                   compute rng-slot =
                       (gen-float-exponent + gen-float-exponent-max)
                       * 2 + 1
                   if gen-float-result >= 0
                       add 1 to rng-slot
                   end-if
                   perform count-draw
           end-evaluate
           .

      *>  which of the pool's 2-byte characters sits at string
      *>  character rng-char-index (0 when none does)
       find-utf8-slot.
           move 0 to rng-slot
           perform varying rng-utf8-index from 1 by 1
                   until rng-utf8-index > gen-utf8-char-count
                      or rng-slot > 0
               if gen-string-result((rng-char-index * 2) - 1:2)
                  = gen-utf8-pool((rng-utf8-index * 2) - 1:2)
                   move rng-utf8-index to rng-slot
               end-if
           end-perform
           .

       count-draw.
           if rng-slot < 1 or rng-slot > rng-bucket-total
               add 1 to rng-stray-count
           else
               add 1 to rng-seed-hits(rng-slot)
               add 1 to rng-seed-samples
           end-if
           .

      *>  one boundary cycle walked through as many whole cycles
      *>  as fit in the 100 indexes gen-boundary-index holds:
      *>  every value must come out, each the same number of times
       run-cycle-test.
           move 0 to gen-picture-decimals
           move 's' to gen-binary-sign-switch
           evaluate rng-test-code
               when 'BNDNUM'
                   move 'boundary-numeric 9(1)' to rng-test-title
                   move 1 to gen-picture-digits
                   move 4 to rng-cycle
               when 'BNDSGN'
                   move 'boundary-signed s9(1)' to rng-test-title
                   move 1 to gen-picture-digits
                   move 7 to rng-cycle
               when 'BNDBIN'
                   move 'boundary-binary s9(4) comp'
                       to rng-test-title
                   move 4 to gen-picture-digits
                   move 7 to rng-cycle
               when 'BNDTAB'
                   move 'boundary-table-length' to rng-test-title
                   move 4 to rng-cycle
               when 'BNDDATE'
                   move 'boundary-date' to rng-test-title
                   move 8 to rng-cycle
               when other
                   move 'boundary-string lengths' to rng-test-title
                   move 2 to rng-cycle
           end-evaluate
           compute rng-rounds = 100 / rng-cycle
           compute rng-cycle-draws = rng-cycle * rng-rounds
           move 0 to rng-seen-total rng-stray-count
           perform draw-one-boundary
               varying rng-cycle-index from 0 by 1
               until rng-cycle-index >= rng-cycle-draws

           move rng-cycle-draws to rng-fewest
           move 0 to rng-most
           perform varying rng-seen-index from 1 by 1
                   until rng-seen-index > rng-seen-total
               if rng-seen-count(rng-seen-index) < rng-fewest
                   move rng-seen-count(rng-seen-index) to rng-fewest
               end-if
               if rng-seen-count(rng-seen-index) > rng-most
                   move rng-seen-count(rng-seen-index) to rng-most
               end-if
           end-perform

           set rng-test-passed to true
           move 'PASS' to rng-failure-text
           evaluate true
               when rng-seen-total not = rng-cycle
                  or rng-stray-count > 0
                   set rng-test-failed to true
                   move 'FAIL cycle values missing/extra'
                       to rng-failure-text
               when rng-fewest not = rng-rounds
                  or rng-most not = rng-rounds
                   set rng-test-failed to true
                   move 'FAIL values drawn unevenly'
                       to rng-failure-text
           end-evaluate

           move spaces to rng-cycle-line
           move rng-test-code to rcl-code
           move rng-test-title to rcl-title
           move rng-cycle-draws to rcl-draws
           move rng-seen-total to rng-count-display
           move rng-cycle to rng-other-display
           move spaces to rcl-values
           string function trim(rng-count-display) '/'
                  function trim(rng-other-display)
               delimited by size into rcl-values
           move rng-fewest to rng-count-display
           move rng-most to rng-other-display
           move spaces to rcl-each
           if rng-fewest = rng-most
               move function trim(rng-count-display) to rcl-each
           else
               string function trim(rng-count-display) '-'
                      function trim(rng-other-display)
                   delimited by size into rcl-each
           end-if
           move rng-failure-text to rcl-result
           move rng-cycle-line to quality-line
           perform write-quality-line
           perform tally-test-result
           .

       draw-one-boundary.
           move rng-cycle-index to gen-boundary-index
           evaluate rng-test-code
               when 'BNDNUM'
                   perform generate-boundary-numeric
                   move gen-numeric-result to rng-cycle-value
               when 'BNDSGN'
                   perform generate-boundary-signed
                   move gen-numeric-result to rng-cycle-value
               when 'BNDBIN'
                   perform generate-boundary-binary
                   move gen-numeric-result to rng-cycle-value
               when 'BNDTAB'
                   perform generate-boundary-table-length
                   move gen-table-count to rng-cycle-value
               when 'BNDDATE'
                   perform generate-boundary-date
                   move gen-date-result to rng-cycle-value
               when other
                   perform generate-boundary-string
                   move gen-string-length to rng-cycle-value
           end-evaluate
           move 'n' to rng-seen-switch
           perform varying rng-seen-index from 1 by 1
                   until rng-seen-index > rng-seen-total
                      or rng-value-seen
               if rng-seen-value(rng-seen-index) = rng-cycle-value
                   add 1 to rng-seen-count(rng-seen-index)
                   set rng-value-seen to true
               end-if
           end-perform
           if not rng-value-seen
               if rng-seen-total < 20
                   add 1 to rng-seen-total
                   move rng-cycle-value
                       to rng-seen-value(rng-seen-total)
                   move 1 to rng-seen-count(rng-seen-total)
               else
                   add 1 to rng-stray-count
               end-if
           end-if
           .

       tally-test-result.
           add 1 to rng-tests-run
           if rng-test-failed
               add 1 to rng-tests-failed
               display '<SELFTESTRNG::> ' rng-test-code ' '
                       function trim(rng-test-title) ': '
                       function trim(rng-failure-text)
           end-if
           .

       write-quality-line.
           write quality-record from quality-line
           .

           copy tgenproc.

       end program selftestrng.
