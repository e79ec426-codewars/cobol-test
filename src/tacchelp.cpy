      *>  Accommodations master loading and lookup (see the note
      *>  in src/taccdata.cpy). Move the candidate, the type (TIME
      *>  or DEADLINE) and the date it must be in effect on to
      *>  acm-lookup-candidate/-type/-date and perform
      *>  look-up-accommodation: acm-found comes back set with the
      *>  factor and approver of the last row in effect. The master
      *>  loads on first use (a missing master accommodates nobody).
      *>  needs taccdata and taccfc/taccfd in the same program.
       load-accommodations.
           set accommodations-loaded to true
           open input accommodation-file
           if accommodation-file-status = '00'
               perform read-next-accommodation
                   until accommodation-eof
               close accommodation-file
           end-if
           .

       read-next-accommodation.
           read accommodation-file
               at end
                   set accommodation-eof to true
               not at end
                   if accommodation-record(1:1) not = '#'
                           and acc-candidate-in not = spaces
                           and function test-numval(acc-factor-in)
                               = 0
                           and acm-max < 200
                       add 1 to acm-max
                       move acc-candidate-in to acm-candidate(acm-max)
                       move acc-type-in to acm-type(acm-max)
                       compute acm-factor(acm-max) =
                           function numval(acc-factor-in) / 100
                       move acc-from-in to acm-from(acm-max)
                       move acc-to-in to acm-to(acm-max)
                       move acc-approved-by-in
                           to acm-approved-by(acm-max)
                   end-if
           end-read
           .

       look-up-accommodation.
           if not accommodations-loaded
               perform load-accommodations
           end-if
           move 'n' to acm-found-switch
           move 1 to acm-factor-result
           move spaces to acm-approved-result
           perform varying acm-index from 1 by 1
                   until acm-index > acm-max
               if acm-candidate(acm-index) = acm-lookup-candidate
                   and acm-type(acm-index) = acm-lookup-type
                   and (acm-from(acm-index) = spaces
                       or acm-from(acm-index) <= acm-lookup-date)
                   and (acm-to(acm-index) = spaces
                       or acm-to(acm-index) >= acm-lookup-date)
                   set acm-found to true
                   move acm-factor(acm-index) to acm-factor-result
                   move acm-approved-by(acm-index)
                       to acm-approved-result
               end-if
           end-perform
           .
