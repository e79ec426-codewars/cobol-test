      *>  Linkage layout for a kata's custom checker program
      *>  (<kata>/checker.cbl), CALLed by tproc's expect-checked:
      *>  checker-input is what the testcase fed the solution,
      *>  checker-output is the candidate's answer. the checker sets
      *>  checker-verdict to 'A' (accept) or 'R' (reject) and may put
      *>  a short reason in checker-message - on a reject it is shown
      *>  to the candidate beside their output, so it must not give
      *>  away an expected answer the kata wants kept back. anything
      *>  other than 'A' counts as a reject.
       01  checker-input        pic x(200).
       01  checker-output       pic x(200).
       01  checker-verdict      pic x.
           88 checker-accepted  value 'A'.
           88 checker-rejected  value 'R'.
       01  checker-message      pic x(80).
