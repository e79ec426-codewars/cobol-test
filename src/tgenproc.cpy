      *>  s9(gen-picture-digits)v9(gen-picture-decimals). replaces the
      *>  per-kata "compute n = function random() * 20" one-liners with
      *>  a single shared paragraph driven off the field's digit counts.
      *>  the draw is scaled over span + 1 values before it is cut to
      *>  whole units - scaled over the span alone, the PICTURE's
      *>  largest value could never come out.
       generate-random-numeric.
           compute gen-decimal-scale = 10 ** gen-picture-decimals
           compute gen-digit-span =
               10 ** (gen-picture-digits + gen-picture-decimals) - 1
           compute gen-combined-draw =
               function random() * (gen-digit-span + 1)
           compute gen-combined-draw =
               function integer-part(gen-combined-draw)
           compute gen-numeric-result =
               gen-combined-draw / gen-decimal-scale
           .
      *>  gen-numeric-result is signed, which left every kata
      *>  taking signed arguments untested below zero - and let a
      *>  submission that abends on any negative input pass for
      *>  months. the draw is scaled over the 2 * span + 1 values
      *>  from -span to +span, cut to whole units and only then
      *>  shifted, so the sign comes from the same single roll as
      *>  the magnitude - shifting before the cut would fold the
      *>  draws either side of zero onto zero, twice as often as
      *>  any other value, and never reach either extreme.
       generate-random-signed.
           compute gen-decimal-scale = 10 ** gen-picture-decimals
           compute gen-digit-span =
               10 ** (gen-picture-digits + gen-picture-decimals) - 1
           compute gen-combined-draw =
               function random() * (gen-digit-span * 2 + 1)
           compute gen-combined-draw =
               function integer-part(gen-combined-draw)
               - gen-digit-span
           compute gen-numeric-result =
               gen-combined-draw / gen-decimal-scale
           compute gen-digit-span =
               10 ** (gen-picture-digits + gen-picture-decimals) - 1
           compute gen-boundary-max = gen-digit-span / gen-decimal-scale
           evaluate function mod(gen-boundary-index 4)
               when 0
                   move 0 to gen-numeric-result
               when 1
           end-evaluate
           .

      *>  The rounding point itself: with round-target-decimals
      *>  places wanted, one quantum is 1 / 10 ** those places and the
      *>  cycle walks an even whole number of quanta plus a half, an
      *>  odd one plus a half (half-to-even and half-away-from-zero
      *>  part company on exactly these two), a hair below and a hair
      *>  above the half, an exact quantum (every mode agrees) and a
      *>  hair past it (truncation and away-from-zero part company).
      *>  caller increments gen-boundary-index; wraps every 6.
       generate-boundary-rounding.
           compute gen-round-case = function mod(gen-boundary-index 6)
           perform generate-rounding-case
           .

      *>  Signed edition for PIC S9 answers: the same six plus a
      *>  negative even-and-a-half and odd-and-a-half, where
      *>  toward-greater/toward-lesser and the nearest modes differ
      *>  from their positive behaviour. wraps every 8.
       generate-boundary-rounding-signed.
           compute gen-round-case = function mod(gen-boundary-index 8)
           perform generate-rounding-case
           .

       generate-rounding-case.
           compute round-scale = 10 ** round-target-decimals
           compute round-quantum = 1 / round-scale
           compute gen-digit-span =
               10 ** (gen-picture-digits + round-target-decimals) - 3
           compute gen-round-units = function random() * gen-digit-span
           compute gen-round-units = gen-round-units / 2
           compute gen-round-units = gen-round-units * 2
           move 1 to round-step
           evaluate gen-round-case
               when 0
                   move 0.5 to gen-round-offset
               when 1
                   move 1.5 to gen-round-offset
               when 2
                   move 0.49 to gen-round-offset
               when 3
                   move 0.51 to gen-round-offset
               when 4
                   move 0 to gen-round-offset
               when 5
                   move 0.01 to gen-round-offset
               when 6
                   move 0.5 to gen-round-offset
                   move -1 to round-step
               when other
                   move 1.5 to gen-round-offset
                   move -1 to round-step
           end-evaluate
      *>  the offset goes through its own field: a decimal
      *>  literal inside the parenthesised sum loses the low-order
      *>  digits of the whole product
           compute gen-numeric-result =
               (gen-round-units + gen-round-offset) * round-quantum
               * round-step
           .

      *>  round-exact-value worked out to round-target-decimals
      *>  places under every ROUNDED MODE, into round-mode-result
      *>  (in round-mode-name order). The exact value is scaled to
      *>  whole quanta; the MOVE to an integer field truncates toward
      *>  zero and what it dropped decides each mode.
       compute-rounding-modes.
           compute round-scale = 10 ** round-target-decimals
           compute round-quantum = 1 / round-scale
           compute round-scaled-value = round-exact-value * round-scale
           move round-scaled-value to round-whole-units
           if round-exact-value < 0
               move -1 to round-step
               compute round-fraction =
                   round-whole-units - round-scaled-value
           else
               move 1 to round-step
               compute round-fraction =
                   round-scaled-value - round-whole-units
           end-if
           divide round-whole-units by 2 giving round-half-quotient
               remainder round-half-remainder
           perform compute-one-rounding-mode
               varying round-mode-index from 1 by 1
               until round-mode-index > round-mode-count
           .

       compute-one-rounding-mode.
           move round-whole-units to round-units-result
           evaluate round-mode-index
               when 2
                   if round-fraction >= 0.5
                       add round-step to round-units-result
                   end-if
               when 3
                   if round-fraction > 0.5
                       or (round-fraction = 0.5
                           and round-half-remainder not = 0)
                       add round-step to round-units-result
                   end-if
               when 4
                   if round-fraction > 0.5
                       add round-step to round-units-result
                   end-if
               when 5
                   if round-fraction > 0
                       add round-step to round-units-result
                   end-if
               when 6
                   if round-fraction > 0 and round-step > 0
                       add 1 to round-units-result
                   end-if
               when 7
                   if round-fraction > 0 and round-step < 0
                       subtract 1 from round-units-result
                   end-if
           end-evaluate
           compute round-mode-result(round-mode-index) =
               round-units-result * round-quantum
           .

      *>  Uniform random value for a binary field of the
      *>  configured shape - the signed or unsigned draw by
      *>  gen-binary-sign-switch. move gen-numeric-result to the
      *>  kata's COMP/BINARY/COMP-5 argument.
       generate-random-binary.
           if gen-binary-unsigned
               perform generate-random-numeric
           else
               perform generate-random-signed
           end-if
           .

      *>  Binary overflow boundaries: 0, the PICTURE's largest
      *>  value and its negative (unsigned: the smallest quantum),
      *>  one quantum past the PICTURE (kept by COMP-5 and by
      *>  binary-truncate off, cut back by TRUNC(STD)), the
      *>  storage's own largest and smallest values (S9(4): 32767
      *>  and -32768) and -1 quantum, the all-bits-on image
      *>  (unsigned: one below the storage maximum). caller
      *>  increments gen-boundary-index; wraps every 7.
       generate-boundary-binary.
           perform set-binary-storage-limits
           evaluate function mod(gen-boundary-index 7)
               when 0
                   move 0 to gen-numeric-result
               when 1
                   move gen-boundary-max to gen-numeric-result
               when 2
                   if gen-binary-unsigned
                       move gen-binary-quantum to gen-numeric-result
                   else
                       compute gen-numeric-result =
                           0 - gen-boundary-max
                   end-if
               when 3
                   if gen-binary-bytes = 8
                       move gen-boundary-max to gen-numeric-result
                   else
                       compute gen-numeric-result =
                           gen-boundary-max + gen-binary-quantum
                   end-if
               when 4
                   move gen-binary-storage-max to gen-numeric-result
               when 5
                   move gen-binary-storage-min to gen-numeric-result
               when other
                   if gen-binary-unsigned
                       compute gen-numeric-result =
                           gen-binary-storage-max - gen-binary-quantum
                   else
                       compute gen-numeric-result =
                           0 - gen-binary-quantum
                   end-if
           end-evaluate
           .

      *>  Storage size and limits for the configured shape. The
      *>  limits are whole binary values, so scaling them by the
      *>  quantum places the implied decimal point.
       set-binary-storage-limits.
           compute gen-decimal-scale = 10 ** gen-picture-decimals
           compute gen-binary-quantum = 1 / gen-decimal-scale
           compute gen-digit-span =
               10 ** (gen-picture-digits + gen-picture-decimals) - 1
           compute gen-boundary-max = gen-digit-span / gen-decimal-scale
           evaluate true
               when gen-picture-digits + gen-picture-decimals < 5
                   move 2 to gen-binary-bytes
                   if gen-binary-unsigned
                       move 65535 to gen-binary-storage-max
                       move 0 to gen-binary-storage-min
                   else
                       move 32767 to gen-binary-storage-max
                       move -32768 to gen-binary-storage-min
                   end-if
               when gen-picture-digits + gen-picture-decimals < 10
                   move 4 to gen-binary-bytes
                   if gen-binary-unsigned
                       move 4294967295 to gen-binary-storage-max
                       move 0 to gen-binary-storage-min
                   else
                       move 2147483647 to gen-binary-storage-max
                       move -2147483648 to gen-binary-storage-min
                   end-if
               when other
                   move 8 to gen-binary-bytes
                   move gen-digit-span to gen-binary-storage-max
                   if gen-binary-unsigned
                       move 0 to gen-binary-storage-min
                   else
                       compute gen-binary-storage-min =
                           0 - gen-digit-span
                   end-if
           end-evaluate
           multiply gen-binary-quantum by gen-binary-storage-max
           multiply gen-binary-quantum by gen-binary-storage-min
           .

      *>  What a COMP/BINARY field of the configured PICTURE holds
      *>  for gen-numeric-result under TRUNC(STD): the high-order
      *>  integer digits past the PICTURE are lost (10000 into
      *>  S9(4) COMP is 0000) and an unsigned field drops the sign.
      *>  Into gen-truncated-result; from 10 integer digits on
      *>  nothing in gen-numeric-result's range is cut.
       truncate-to-picture.
           move gen-numeric-result to gen-truncated-result
           if gen-picture-digits < 10
               compute gen-digit-span = 10 ** gen-picture-digits
               compute gen-truncated-result =
                   function rem(gen-numeric-result gen-digit-span)
           end-if
           if gen-binary-unsigned and gen-truncated-result < 0
               compute gen-truncated-result =
                   0 - gen-truncated-result
           end-if
           .

      *>  Random COMP-2 (and COMP-1) value: a uniform mantissa in
      *>  -1..1 times ten to a uniformly drawn power.
       generate-random-float.
           compute gen-float-power =
               function random() * (gen-float-exponent-max * 2 + 1)
           if gen-float-power > gen-float-exponent-max * 2
               compute gen-float-power = gen-float-exponent-max * 2
           end-if
           compute gen-float-exponent =
               gen-float-power - gen-float-exponent-max
           compute gen-float-work = function random() * 2 - 1
           if gen-float-exponent < 0
               compute gen-float-power = 0 - gen-float-exponent
               compute gen-float-scale = 0.1 ** gen-float-power
           else
               move gen-float-exponent to gen-float-power
               compute gen-float-scale = 10 ** gen-float-power
           end-if
           multiply gen-float-work by gen-float-scale
               giving gen-float-result
           move gen-float-result to gen-float-short
           .

      *>  The values binary floating point gets wrong: 0, 0.1 (no
      *>  exact binary image), 0.1 + 0.2 added in floating point
      *>  (not the same number as 0.3), one third, -0.1, 2**53 + 1
      *>  (the first integer a COMP-2 cannot hold - it comes back
      *>  as 2**53), and magnitudes near the top and bottom of the
      *>  COMP-2 range. gen-float-short is left zero for the last
      *>  two, which COMP-1 cannot hold. caller increments
      *>  gen-boundary-index; wraps every 8.
       generate-boundary-float.
           move 0 to gen-float-short
           evaluate function mod(gen-boundary-index 8)
               when 0
                   move 0 to gen-float-result
               when 1
                   compute gen-float-result = 0.1
               when 2
                   compute gen-float-work = 0.1
                   compute gen-float-result = 0.2
                   add gen-float-work to gen-float-result
               when 3
                   move 1 to gen-float-work
                   divide gen-float-work by 3 giving gen-float-result
               when 4
                   compute gen-float-result = -0.1
               when 5
                   compute gen-float-result = 9007199254740993
               when 6
                   compute gen-float-result = 1.0E+300
               when other
                   compute gen-float-result = 1.0E-300
           end-evaluate
           if function mod(gen-boundary-index 8) < 6
               move gen-float-result to gen-float-short
           end-if
           .

      *>  Uniform random table extent over 0 thru
      *>  gen-table-max-count inclusive - zero-length lists come up
      *>  at their natural frequency instead of never.
       generate-random-string.
           move low-values to gen-string-result
           compute gen-string-length =
               function random() * gen-string-max-length + 1
           perform varying gen-string-index from 1 by 1
                   until gen-string-index > gen-string-length
               compute gen-pool-index =
       generate-utf8-string.
           move low-values to gen-string-result
           compute gen-string-length =
               function random() * gen-string-max-length + 1
           perform varying gen-string-index from 1 by 1
                   until gen-string-index > gen-string-length
      *>  truncate to a whole character index first, then step by 2
