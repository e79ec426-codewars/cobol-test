      *>  multiplied by FUNCTION RANDOM - computing an exponent and a
      *>  division or multiplication in the same statement truncates
      *>  the result instead of carrying the fractional digits
      *>  through. One random draw over the combined span, cut to
      *>  whole units (the draw carries a fraction of its own that
      *>  would otherwise land past the PICTURE's last place), then
      *>  divided down by gen-decimal-scale, places the decimal point
      *>  - drawing the integer and fractional parts as two separate
      *>  FUNCTION RANDOM calls summed together loses the second call.
       01  expect-date-tolerance pic 9(3) value 0.
       01  date-diff-days        pic s9(7) value 0.

      *>  Rounding-mode conformance (src/texpround.cpy, and
      *>  compute-rounding-modes in tgenproc). expect-within
      *>  tolerates a cent either way but cannot say why an answer is
      *>  a cent off; here the caller moves the exact unrounded value
      *>  to round-exact-value, the decimal places of the answer's
      *>  PICTURE to round-target-decimals and the ROUNDED MODE the
      *>  kata specifies to round-required-mode (TRUNCATION when the
      *>  kata wants no ROUNDED phrase), and compute-rounding-modes
      *>  works the exact value out under every mode, so a wrong
      *>  answer can be named by the mode it does match.
      *>  generate-boundary-rounding cycles values sitting on (and
      *>  either side of) the rounding point of round-target-decimals
      *>  - the half cent a random draw almost never lands on - with
      *>  gen-picture-digits integer digits; its near-half values
      *>  carry two places past the target, so the cycle is exact for
      *>  round-target-decimals up to 2 in gen-numeric-result; the
      *>  conformance check itself takes up to 4 places.
       01  round-exact-value     pic s9(9)v9(6) value 0.
       01  round-actual-value    pic s9(9)v9(6) value 0.
       01  round-target-decimals pic 9(2) value 2.
       01  round-required-mode   pic x(22)
                                 value 'NEAREST-AWAY-FROM-ZERO'.
       01  round-scale           pic 9(5) value 1.
       01  round-quantum         pic 9v9(5) value 1.
       01  round-scaled-value    pic s9(13)v9(6) value 0.
       01  round-whole-units     pic s9(13) value 0.
       01  round-units-result    pic s9(13) value 0.
       01  round-fraction        pic 9v9(6) value 0.
       01  round-step            pic s9 value 1.
       01  round-half-quotient   pic s9(13) value 0.
       01  round-half-remainder  pic s9 value 0.
       01  round-mode-index      pic 9(2) value 0.
       01  round-required-index  pic 9(2) value 0.
       01  round-matched-index   pic 9(2) value 0.
       01  round-mode-count      pic 9(2) value 7.
       01  round-mode-names.
           05 filler pic x(22) value 'TRUNCATION'.
           05 filler pic x(22) value 'NEAREST-AWAY-FROM-ZERO'.
           05 filler pic x(22) value 'NEAREST-EVEN'.
           05 filler pic x(22) value 'NEAREST-TOWARD-ZERO'.
           05 filler pic x(22) value 'AWAY-FROM-ZERO'.
           05 filler pic x(22) value 'TOWARD-GREATER'.
           05 filler pic x(22) value 'TOWARD-LESSER'.
       01  round-mode-name-table redefines round-mode-names.
           05 round-mode-name occurs 7 times pic x(22).
      *>  what the candidate did, mode by mode, for the message
       01  round-mode-verdicts.
           05 filler pic x(48) value 'you truncated'.
           05 filler pic x(48)
              value 'you rounded half away from zero (plain ROUNDED)'.
           05 filler pic x(48) value 'you rounded half to even'.
           05 filler pic x(48) value 'you rounded half toward zero'.
           05 filler pic x(48) value 'you rounded away from zero'.
           05 filler pic x(48) value 'you rounded toward greater'.
           05 filler pic x(48) value 'you rounded toward lesser'.
       01  round-mode-verdict-table redefines round-mode-verdicts.
           05 round-mode-verdict occurs 7 times pic x(48).
       01  round-mode-results.
           05 round-mode-result occurs 7 times pic s9(9)v9(6).
       01  round-required-phrase pic x(40).
       01  round-value-edited    pic -(9)9.9(6).
       01  round-value-text      pic x(24).
       01  round-text-length     pic 9(2) value 0.
       01  round-point-position  pic 9(2) value 0.
       01  round-exact-text      pic x(24).
       01  round-expected-text   pic x(24).
       01  round-actual-text     pic x(24).
       01  gen-round-units       pic s9(9) value 0.
       01  gen-round-offset      pic 9v99 value 0.
       01  gen-round-case        pic 9(2) value 0.

      *>  Native binary (COMP/BINARY/COMP-5) and floating-point
      *>  (COMP-1/COMP-2) generation. A binary field's storage is
      *>  sized by its digit count - 1-4 digits a halfword, 5-9 a
      *>  fullword, 10-18 a doubleword - and holds more than its
      *>  PICTURE says: here (binary-truncate off) a COMP S9(4)
      *>  keeps 10000, while the enterprise compiler's TRUNC(STD)
      *>  cuts a COMP/BINARY field back to its PICTURE (COMP-5 is
      *>  never cut). generate-boundary-binary cycles the values
      *>  that difference and the storage limits show up on;
      *>  truncate-to-picture gives what the truncating compiler
      *>  would hold for gen-numeric-result, for a kata whose
      *>  expected answers follow the enterprise rule. set
      *>  gen-binary-unsigned for a PIC 9 (no S) field. The
      *>  doubleword limits are past gen-numeric-result's ten
      *>  integer digits, so from 10 digits on the storage cases
      *>  repeat the PICTURE extremes.
       01  gen-binary-bytes      pic 9 value 0.
       01  gen-binary-storage-max pic s9(10)v9(4) value 0.
       01  gen-binary-storage-min pic s9(10)v9(4) value 0.
       01  gen-binary-quantum    pic 9v9(4) value 0.
       01  gen-truncated-result  pic s9(10)v9(4) value 0.
       01  gen-binary-sign-switch pic x value 's'.
           88 gen-binary-unsigned value 'u'.
           88 gen-binary-signed  value 's'.

      *>  Floating point: generate-random-float draws a mantissa
      *>  in -1..1 scaled by a power of ten drawn over
      *>  -gen-float-exponent-max..+gen-float-exponent-max, so small
      *>  and large magnitudes come up as often as middling ones.
      *>  generate-boundary-float cycles the values binary floating
      *>  point cannot hold exactly or at all. Results land in
      *>  gen-float-result (COMP-2) and gen-float-short (COMP-1; the
      *>  1.0E+300/1.0E-300 cases are outside COMP-1's range, so use
      *>  the COMP-2 result for those, and for random draws with
      *>  gen-float-exponent-max past 38). Every scaling step is a
      *>  separate MULTIPLY (by a power of 0.1 for a negative
      *>  exponent): a COMP-2 operand inside a longer COMPUTE
      *>  expression, or a DIVIDE, goes through a fixed-point
      *>  intermediate and loses very small and very large
      *>  magnitudes.
       01  gen-float-result      usage comp-2.
       01  gen-float-short       usage comp-1.
       01  gen-float-scale       usage comp-2.
       01  gen-float-work        usage comp-2.
       01  gen-float-exponent-max pic 9(3) value 6.
       01  gen-float-exponent    pic s9(3) value 0.
       01  gen-float-power       pic 9(3) value 0.

      *>  Malformed-input fuzz generation. the boundary
      *>  generators produce valid extremes; these produce the
      *>  deliberately invalid argument images robustness katas need
       01  shrink-value-display   pic -(10)9.9(4).
       01  shrink-orig-display    pic -(10)9.9(4).
       01  shrink-report-message  pic x(80).

      *>  Property (metamorphic) checks - src/texpprop.cpy. A kata
      *>  with no cheap oracle checks a relation between calls
      *>  instead of a fixed answer: factorial(n) = n * factorial(n-1),
      *>  div2(mul2(n)) = n. expect-property draws property-trial-
      *>  count inputs - the boundary cycle first, then uniform draws
      *>  - in the gen-picture-digits/gen-picture-decimals shape (or
      *>  0 thru property-input-max when that is set; signed with
      *>  property-signed), hands each to the kata's property-relation
      *>  paragraph in property-input, and stops at the first input
      *>  the relation reports broken. That input is shrunk through
      *>  shrink-failing-numeric to the smallest that still breaks
      *>  it (a negative input is reported as drawn - the shrink
      *>  works toward zero from above), and the failure names the
      *>  property, the minimal input and the relation's own
      *>  property-detail.
       01  property-name          pic x(40) value spaces.
       01  property-input         pic s9(10)v9(4) value 0.
       01  property-input-max     pic 9(10)v9(4) value 0.
       01  property-trial-count   pic 9(4) value 50.
       01  property-trial-index   pic 9(4) value 0.
       01  property-boundary-count pic 9(2) value 4.
       01  property-broken-switch pic x value 'n'.
           88 property-broken     value 'y'.
       01  property-sign-switch   pic x value 'n'.
           88 property-signed     value 'y'.
       01  property-detail        pic x(80) value spaces.
       01  property-input-display pic -(10)9.9(4).
