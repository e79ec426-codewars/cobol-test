      *>  Floating-point assertion: COMP-1/COMP-2 answers compared
      *>  within a relative tolerance (float-relative-tolerance of
      *>  the larger magnitude, default 1.0E-9) instead of exactly,
      *>  so 0.1 + 0.2 passes against 0.3; float-absolute-tolerance
      *>  covers an answer that should be zero. copy into the
      *>  procedure division with replacing:
      *>    copy texpfloat replacing
      *>        ==actual-value== by ==result==
      *>        ==expected-value== by ==expected==.
      *>  needs tdata and tproc in the same program.
       expect-float-within.
           move actual-value to float-actual
           move expected-value to float-expected
           perform compare-float-values
           move spaces to assertion-message
           if float-within
               perform assert-true
           else
               perform format-float-pair
               string 'expected ' function trim(float-expected-text)
                      ' but got ' function trim(float-actual-text)
                      ' (difference '
                      function trim(float-difference-text)
                      ', outside the relative tolerance)'
                   delimited by size into assertion-message
               perform assert-false
           end-if
           .
