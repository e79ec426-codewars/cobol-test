      *>  a kata the summary graded non-OK (TIMEOUT and friends) is
      *>  excluded, since those never carry counts. Return code 1 when
      *>  anything is out of balance.
      *>
      *>  Practice runs (queue rows in PRACTICE mode) are balanced on
      *>  their own: with PRACTICE as the second argument the audit
      *>  leg is batch/practice-trail.txt, the results leg
      *>  batch/.build/practice-events.txt and the summary leg only
      *>  the practice-<candidate>/<kata> lines - which the ordinary
      *>  pass in turn leaves out, so neither pass sees the other's
      *>  runs.

       environment division.
       input-output section.
      *>  Run-start timestamp (yyyymmddhhmmss) scoping the audit
      *>  leg to this run's records; the trail accumulates forever.
       01  balance-start-ts    pic x(14).
       01  balance-args        pic x(100).
       01  balance-mode        pic x(10) value spaces.
           88 balance-practice value 'PRACTICE'.
       01  summary-is-practice-switch pic x value 'n'.
           88 summary-is-practice value 'y'.

       01  summary-token-1     pic x(60).
       01  summary-token-2     pic x(40).
       01  balance-line        pic x(140).

       procedure division.
           accept balance-args from command-line
           move spaces to balance-start-ts balance-mode
           unstring balance-args delimited by all spaces
               into balance-start-ts balance-mode
           if balance-practice
               move 'batch/practice-trail.txt' to audit-file-path
               move 'batch/.build/practice-events.txt'
                   to revents-file-path
           end-if
           perform load-summary-leg
           perform load-audit-leg
           perform load-results-leg
           if balance-practice
               display '<PRACTICE-BALANCE-REPORT::>'
           else
               display '<BALANCE-REPORT::>'
           end-if
           perform balance-one-kata
               varying bal-index from 1 by 1
               until bal-index > bal-max
           if balance-practice
               display '<PRACTICE-BALANCE-SUMMARY::> ' bal-oob-count
                       ' kata(s) out of balance'
           else
               display '<BALANCE-SUMMARY::> ' bal-oob-count
                       ' kata(s) out of balance'
           end-if
           if bal-oob-count > 0
               move 1 to return-code
           end-if
               move spaces to summary-compiler summary-kata
               unstring summary-token-1 delimited by '/'
                   into summary-compiler summary-kata
               move 'n' to summary-is-practice-switch
               if summary-compiler(1:9) = 'practice-'
                   set summary-is-practice to true
               end-if
               if summary-kata = spaces
                   or (balance-practice and not summary-is-practice)
                   or (summary-is-practice and not balance-practice)
                   continue
               else
                   if summary-token-2(1:7) = 'PASSED='
                           or aud-candidate-id-in(1:5) = '*TRL*'
                           or aud-candidate-id-in(1:5) = '*CFW*'
                           or aud-candidate-id-in(1:5) = '*PCL*'
                           or aud-candidate-id-in(1:5) = '*SAR*'
      *>  a void's reversal details (voidmnt) are not runs, and a
      *>  team run's member credit details repeat the one run
                           or aud-origin-in = 'VOID'
                           or aud-origin-in = 'TEAM'
                       continue
                   else
                       if balance-start-ts = spaces
