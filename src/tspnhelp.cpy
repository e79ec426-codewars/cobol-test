      *>  Sponsor master loading and lookup (see the note in
      *>  src/tspndata.cpy). The table loads on first use with every
      *>  contract's seats-used at zero; programs that enforce seats
      *>  count the ACTIVE linked candidates into spn-seats-used
      *>  themselves from the candidate master.
      *>  needs tspndata and tspnfc/tspnfd in the same program.
       load-sponsor-table.
           set sponsors-loaded to true
           open input sponsor-file
           if sponsor-file-status = '00'
               perform read-next-sponsor-row until sponsor-eof
               close sponsor-file
           end-if
           .

       read-next-sponsor-row.
           read sponsor-file
               at end
                   set sponsor-eof to true
               not at end
                   if spo-id-in(1:1) not = '#'
                           and spo-id-in not = spaces
                           and spn-max < 100
                       add 1 to spn-max
                       move spo-id-in to spn-id(spn-max)
                       move spo-name-in to spn-name(spn-max)
                       move spo-from-in to spn-from(spn-max)
                       move spo-to-in to spn-to(spn-max)
                       if function test-numval(spo-seats-in) = 0
                           compute spn-seats(spn-max) =
                               function numval(spo-seats-in)
                       else
                           move 0 to spn-seats(spn-max)
                       end-if
                       perform varying spn-category-index from 1 by 1
                               until spn-category-index > 4
                           move spo-category-in(spn-category-index)
                               to spn-category(spn-max
                                   spn-category-index)
                       end-perform
                       move 0 to spn-seats-used(spn-max)
                   end-if
           end-read
           .

       look-up-sponsor.
           if not sponsors-loaded
               perform load-sponsor-table
           end-if
           move 'n' to spn-found-switch
           move 'n' to spn-in-force-switch
           move 1 to spn-index
           perform test before
               until spn-index > spn-max or spn-found
               if spn-id(spn-index) = spn-lookup-id
                   set spn-found to true
               else
                   add 1 to spn-index
               end-if
           end-perform
           if spn-found
               if (spn-from(spn-index) = spaces
                       or spn-from(spn-index) <= spn-lookup-date)
                   and (spn-to(spn-index) = spaces
                       or spn-to(spn-index) >= spn-lookup-date)
                   set spn-in-force to true
               end-if
           end-if
           .

       check-sponsor-category.
           move 'n' to spn-covered-switch
           if spn-category(spn-index 1)(1:1) = '*'
               set spn-covered to true
           end-if
           perform varying spn-category-index from 1 by 1
                   until spn-category-index > 4
               if spn-category(spn-index spn-category-index)
                       = spn-lookup-category
                   and spn-lookup-category not = spaces
                   set spn-covered to true
               end-if
           end-perform
           .
