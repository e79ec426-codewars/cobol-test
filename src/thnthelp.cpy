      *>  Hint-ladder threshold lookup (see the note in
      *>  src/thntdata.cpy). Move the kata to hint-lookup-kata and
      *>  perform find-hint-ladder: hint-ladder-after(1..4) and
      *>  hint-ladder-deduct come back from the kata's row, else the
      *>  '*' row, else all zero (no hints released, no deduction).
      *>  The threshold file loads on first use.
      *>  needs thntdata and thntfc/thntfd in the same program.
       load-hint-thresholds.
           set hint-thresholds-loaded to true
           open input hint-threshold-file
           if hint-threshold-file-status = '00'
               perform read-next-hint-threshold
                   until hint-threshold-eof
               close hint-threshold-file
           end-if
           .

       read-next-hint-threshold.
           read hint-threshold-file
               at end
                   set hint-threshold-eof to true
               not at end
                   if hth-kata-in(1:1) not = '#'
                       and hth-kata-in not = spaces
                       and hth-max < 50
                       add 1 to hth-max
                       move hth-kata-in to hth-kata(hth-max)
                       perform varying hth-level from 1 by 1
                               until hth-level > 4
                           if function test-numval(
                                   hth-after-in(hth-level)) = 0
                               compute hth-after(hth-max hth-level)
                                   = function numval(
                                       hth-after-in(hth-level))
                           else
                               move 0
                                   to hth-after(hth-max hth-level)
                           end-if
                       end-perform
                       if function test-numval(hth-deduct-in) = 0
                           compute hth-deduct(hth-max) =
                               function numval(hth-deduct-in)
                       else
                           move 0 to hth-deduct(hth-max)
                       end-if
                   end-if
           end-read
           .

       find-hint-ladder.
           if not hint-thresholds-loaded
               perform load-hint-thresholds
           end-if
           move 'n' to hint-ladder-found-switch
           move 0 to hint-ladder-deduct
           perform varying hth-level from 1 by 1 until hth-level > 4
               move 0 to hint-ladder-after(hth-level)
           end-perform
           perform varying hth-index from 1 by 1
                   until hth-index > hth-max or hint-ladder-found
               if hth-kata(hth-index) = hint-lookup-kata
                   perform take-hint-ladder-row
               end-if
           end-perform
           perform varying hth-index from 1 by 1
                   until hth-index > hth-max or hint-ladder-found
               if hth-kata(hth-index) = '*'
                   perform take-hint-ladder-row
               end-if
           end-perform
           .

       take-hint-ladder-row.
           set hint-ladder-found to true
           perform varying hth-level from 1 by 1 until hth-level > 4
               move hth-after(hth-index hth-level)
                   to hint-ladder-after(hth-level)
           end-perform
           move hth-deduct(hth-index) to hint-ladder-deduct
           .
