      *>  Rounding-mode conformance assertion. expect-within
      *>  passes an answer a cent off without saying why; this one
      *>  works the exact unrounded value out under every ROUNDED
      *>  MODE (compute-rounding-modes in tgenproc) and, when the
      *>  candidate's answer is not the one the kata's mode gives,
      *>  names the mode it does match - "you truncated; the kata
      *>  requires ROUNDED MODE NEAREST-EVEN". set round-exact-value,
      *>  round-target-decimals and round-required-mode (tgendata)
      *>  first, then copy into the procedure division with
      *>  replacing:
      *>    copy texpround replacing
      *>        ==actual-value== by ==result==.
      *>  needs tgendata/tgenproc and tproc (assert-true/
      *>  assert-false) in the same program.
       expect-rounded.
           move actual-value to round-actual-value
           perform compute-rounding-modes
           move 0 to round-required-index
           move 0 to round-matched-index
           perform find-rounding-mode
               varying round-mode-index from 1 by 1
               until round-mode-index > round-mode-count
           move spaces to assertion-message
           evaluate true
               when round-required-index = 0
                   string 'rounding mode '
                          function trim(round-required-mode)
                          ' is not a ROUNDED MODE this check knows'
                       delimited by size into assertion-message
                   perform assert-false
               when round-actual-value
                       = round-mode-result(round-required-index)
                   perform assert-true
               when other
                   perform build-rounding-message
                   perform assert-false
           end-evaluate
           .

       find-rounding-mode.
           if round-mode-name(round-mode-index) = round-required-mode
               move round-mode-index to round-required-index
           end-if
           if round-matched-index = 0
               and round-actual-value
                   = round-mode-result(round-mode-index)
               move round-mode-index to round-matched-index
           end-if
           .

       build-rounding-message.
           evaluate round-required-index
               when 1
                   move 'truncation (no ROUNDED phrase)'
                       to round-required-phrase
               when 2
                   move 'ROUNDED (NEAREST-AWAY-FROM-ZERO)'
                       to round-required-phrase
               when other
                   move spaces to round-required-phrase
                   string 'ROUNDED MODE '
                          round-mode-name(round-required-index)
                       delimited by size into round-required-phrase
           end-evaluate
           move round-exact-value to round-value-edited
           perform trim-rounding-value
           move round-value-text to round-exact-text
           move round-mode-result(round-required-index)
               to round-value-edited
           perform trim-rounding-value
           move round-value-text to round-expected-text
           move round-actual-value to round-value-edited
           perform trim-rounding-value
           move round-value-text to round-actual-text
           if round-matched-index > 0
               string function trim(
                          round-mode-verdict(round-matched-index))
                      '; the kata requires '
                      function trim(round-required-phrase)
                      ' (exact ' function trim(round-exact-text)
                      ', expected ' function trim(round-expected-text)
                      ', got ' function trim(round-actual-text) ')'
                   delimited by size into assertion-message
           else
               string 'expected ' function trim(round-expected-text)
                      ' (' function trim(round-required-phrase)
                      ' of exact ' function trim(round-exact-text)
                      ') but got ' function trim(round-actual-text)
                      ', which no rounding of the exact value gives'
                   delimited by size into assertion-message
           end-if
           .

      *>  An edited value cut back to the places that matter:
      *>  trailing zeros past round-target-decimals go (the exact
      *>  value keeps whatever digits it really has).
       trim-rounding-value.
           move function trim(round-value-edited) to round-value-text
           compute round-text-length = function length(
               function trim(round-value-text))
           move 0 to round-point-position
           inspect round-value-text tallying round-point-position
               for characters before initial '.'
           add 1 to round-point-position
           perform drop-rounding-zero
               until round-text-length
                       <= round-point-position + round-target-decimals
                   or round-value-text(round-text-length:1) not = '0'
           if round-text-length = round-point-position
               move space to round-value-text(round-text-length:1)
           end-if
           .

       drop-rounding-zero.
           move space to round-value-text(round-text-length:1)
           subtract 1 from round-text-length
           .
