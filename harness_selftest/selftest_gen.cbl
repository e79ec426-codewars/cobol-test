       data division.
       working-storage section.
       copy tgendata.
       01  binary-arg       pic s9(4) comp.
       01  native-arg       pic s9(4) comp-5.

       procedure division.
           move 5 to gen-picture-digits
           display 'fuzz kind 4: ' fuzz-numeric-image
                   ' (' function trim(fuzz-kind-name) ')'

      *>  the rounding point: an even number of cents and a
      *>  half, then an odd one - where half-to-even and plain
      *>  ROUNDED disagree - and the exact value worked out under
      *>  every ROUNDED MODE.
           move 3 to gen-picture-digits
           move 2 to round-target-decimals
           move 0 to gen-boundary-index
           perform generate-boundary-rounding
           display 'rounding boundary 0 (even + half): '
                   gen-numeric-result
           move 1 to gen-boundary-index
           perform generate-boundary-rounding
           display 'rounding boundary 1 (odd + half): '
                   gen-numeric-result
           move 7 to gen-boundary-index
           perform generate-boundary-rounding-signed
           display 'rounding boundary 7 (negative odd + half): '
                   gen-numeric-result
           move -2.135 to round-exact-value
           perform compute-rounding-modes
           perform varying round-mode-index from 1 by 1
                   until round-mode-index > round-mode-count
               display 'round -2.135 '
                       round-mode-name(round-mode-index) ' '
                       round-mode-result(round-mode-index)
           end-perform

      *>  binary overflow: one past the PICTURE, which COMP-5 (and
      *>  COMP here) keeps but TRUNC(STD) cuts to 0000, and the
      *>  halfword's own limit; then the floating-point values an
      *>  exact compare trips over.
           move 4 to gen-picture-digits
           move 0 to gen-picture-decimals
           move 3 to gen-boundary-index
           perform generate-boundary-binary
           move gen-numeric-result to binary-arg native-arg
           perform truncate-to-picture
           display 'binary boundary 3 (past the picture): '
                   binary-arg ' comp-5 ' native-arg
                   ' truncated ' gen-truncated-result
           move 5 to gen-boundary-index
           perform generate-boundary-binary
           move gen-numeric-result to native-arg
           display 'binary boundary 5 (storage minimum): ' native-arg
           move 2 to gen-boundary-index
           perform generate-boundary-float
           display 'float boundary 2 (0.1 + 0.2): ' gen-float-result
           move 5 to gen-boundary-index
           perform generate-boundary-float
           display 'float boundary 5 (2**53 + 1): ' gen-float-result
           perform generate-random-float
           display 'random float: ' gen-float-result

      *>  shrinking: a check that "fails" for every value of 17
      *>  or more must shrink a big random failure down to exactly
      *>  17 - the hook override below plays the failing check.
