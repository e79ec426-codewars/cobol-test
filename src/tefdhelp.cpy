      *>  Effective due-date resolution (see the note in
      *>  src/tefddata.cpy). The leaves of absence load from the
      *>  status-change history on first use; one still open runs to
      *>  today. needs tefddata, taccdata/tacchelp, tstsdata and
      *>  tbcaldata/tbcalhelp with their taccfc/taccfd, tstsfc/tstsfd
      *>  and tbcalfc/tbcalfd in the same program.
       load-effective-due-leaves.
           set efd-leaves-loaded to true
           move function current-date to efd-current-date
           compute efd-today-days = function integer-of-date(
               function numval(efd-current-date(1:8)))
           open input status-change-file
           if status-change-file-status = '00'
               perform read-next-efd-status-change
                   until status-change-eof
               close status-change-file
           end-if
           perform varying efd-lv-index from 1 by 1
                   until efd-lv-index > efd-lv-max
               if efd-lv-end(efd-lv-index) = 0
                   move efd-today-days to efd-lv-end(efd-lv-index)
               end-if
           end-perform
           .

      *>  a LEAVE opens a period; the candidate's next REINST or
      *>  WITHDRAW closes it the day before it took effect.
       read-next-efd-status-change.
           read status-change-file
               at end
                   set status-change-eof to true
               not at end
                   if stc-effective-in is numeric
                       evaluate stc-action-in
                           when 'LEAVE   '
                               perform open-efd-leave-period
                           when 'REINST  '
                               perform close-efd-leave-period
                           when 'WITHDRAW'
                               perform close-efd-leave-period
                       end-evaluate
                   end-if
           end-read
           .

       open-efd-leave-period.
           if efd-lv-max < 300
               add 1 to efd-lv-max
               move stc-candidate-in to efd-lv-candidate(efd-lv-max)
               compute efd-lv-start(efd-lv-max) =
                   function integer-of-date(
                       function numval(stc-effective-in))
               move 0 to efd-lv-end(efd-lv-max)
           end-if
           .

       close-efd-leave-period.
           perform varying efd-lv-index from 1 by 1
                   until efd-lv-index > efd-lv-max
               if efd-lv-candidate(efd-lv-index) = stc-candidate-in
                   and efd-lv-end(efd-lv-index) = 0
                   compute efd-lv-end(efd-lv-index) =
                       function integer-of-date(
                           function numval(stc-effective-in)) - 1
                   if efd-lv-end(efd-lv-index)
                           < efd-lv-start(efd-lv-index)
                       move efd-lv-start(efd-lv-index)
                           to efd-lv-end(efd-lv-index)
                   end-if
               end-if
           end-perform
           .

       resolve-effective-due.
           if not efd-leaves-loaded
               perform load-effective-due-leaves
           end-if
           move efd-calendar-due to efd-effective-due
           move 'n' to efd-extended-switch efd-leave-moved-switch
                       efd-closed-moved-switch
           if function test-numval(efd-calendar-due(1:8)) = 0
               compute efd-due-days = function integer-of-date(
                   function numval(efd-calendar-due(1:8)))
               move efd-candidate to acm-lookup-candidate
               move 'DEADLINE' to acm-lookup-type
               move efd-calendar-due(1:8) to acm-lookup-date
               perform look-up-accommodation
               if acm-found
                   move acm-factor-result to efd-extension-days
                   add efd-extension-days to efd-due-days
                   set efd-extended to true
               end-if
      *>  the leaves are in history order, so a moved date landing
      *>  in a later leave moves again
               perform varying efd-lv-index from 1 by 1
                       until efd-lv-index > efd-lv-max
                   if efd-lv-candidate(efd-lv-index) = efd-candidate
                       and efd-lv-start(efd-lv-index) <= efd-due-days
                       and efd-lv-end(efd-lv-index) >= efd-due-days
                       compute efd-due-days =
                           efd-lv-end(efd-lv-index) + 1
                           + efd-due-days - efd-lv-start(efd-lv-index)
                       set efd-leave-moved to true
                   end-if
               end-perform
               move efd-due-days to bcl-lookup-days
               perform look-up-business-day
               if bcl-closed
                   move bcl-kind-result to efd-closed-kind
                   move bcl-description-result
                       to efd-closed-description
                   perform next-business-day
                   move bcl-lookup-days to efd-due-days
                   set efd-closed-moved to true
               end-if
               compute efd-due-date =
                   function date-of-integer(efd-due-days)
               move efd-due-date to efd-effective-due(1:8)
           end-if
           .
