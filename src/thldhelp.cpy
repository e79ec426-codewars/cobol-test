      *>  Legal-hold loading, lookup and logging (see the note in
      *>  src/thlddata.cpy). The register loads on first use; a
      *>  cohort hold is spread over the cohort's candidates off the
      *>  candidate master there and then, so a candidate enrolled
      *>  in a held cohort is held from the next run on. A missing
      *>  register holds nothing. needs thlddata and thldfc/thldfd,
      *>  and tcandata and tcanfc/tcanfd, in the same program.
       load-legal-holds.
           set legal-holds-loaded to true
           move function current-date to hold-date-stamp
           move hold-date-stamp(1:8) to hold-today
           open input legal-hold-file
           if legal-hold-status = '00'
               perform read-next-legal-hold until legal-hold-eof
               close legal-hold-file
           end-if
           perform varying lhd-index from 1 by 1
                   until lhd-index > lhd-max
               if lhd-in-force(lhd-index)
                   and lhd-kind(lhd-index) = 'CAND    '
                   move lhd-subject(lhd-index)
                       to hld-lookup-candidate
                   perform note-held-candidate
               end-if
           end-perform
           if lhd-cohort-holds > 0
               perform spread-cohort-holds
           end-if
           .

       read-next-legal-hold.
           read legal-hold-file
               at end
                   set legal-hold-eof to true
               not at end
                   if legal-hold-record(1:1) not = '#'
                           and lhr-id-in not = spaces
                           and lhd-max < 200
                       perform note-legal-hold
                   end-if
           end-read
           .

       note-legal-hold.
           add 1 to lhd-max
           move lhr-id-in to lhd-id(lhd-max)
           move lhr-kind-in to lhd-kind(lhd-max)
           move lhr-subject-in to lhd-subject(lhd-max)
           move lhr-reason-in to lhd-reason(lhd-max)
           move lhr-placed-by-in to lhd-placed-by(lhd-max)
           move lhr-placed-in to lhd-placed(lhd-max)
           move lhr-released-by-in to lhd-released-by(lhd-max)
           move lhr-released-in to lhd-released(lhd-max)
           move 'n' to lhd-force-switch(lhd-max)
           if lhd-placed(lhd-max) <= hold-today
               and (lhd-released(lhd-max) = spaces
                   or lhd-released(lhd-max) > hold-today)
               set lhd-in-force(lhd-max) to true
               if lhd-kind(lhd-max) = 'COHORT  '
                   add 1 to lhd-cohort-holds
               end-if
           end-if
           .

      *>  one pass of the master from the top; a candidate already
      *>  held by name keeps that hold.
       spread-cohort-holds.
           open input candidate-file
           if candidate-file-status = '00'
               perform spread-next-candidate until candidate-eof
               close candidate-file
               move 'n' to candidate-eof-switch
           end-if
           .

       spread-next-candidate.
           read candidate-file next
               at end
                   set candidate-eof to true
               not at end
                   if can-cohort not = spaces
                       perform varying lhd-index from 1 by 1
                               until lhd-index > lhd-max
                           if lhd-in-force(lhd-index)
                               and lhd-kind(lhd-index) = 'COHORT  '
                               and lhd-subject(lhd-index) = can-cohort
                               move can-id to hld-lookup-candidate
                               perform note-held-candidate
                           end-if
                       end-perform
                   end-if
           end-read
           .

      *>  hld-lookup-candidate in, lhd-index the hold.
       note-held-candidate.
           perform find-held-candidate
           if not hld-held and hcd-max < 1000
               add 1 to hcd-max
               move hld-lookup-candidate to hcd-candidate(hcd-max)
               move lhd-index to hcd-hold-index(hcd-max)
           end-if
           .

       find-held-candidate.
           move 'n' to hld-held-switch
           move 1 to hcd-index
           perform test before
               until hcd-index > hcd-max or hld-held
               if hcd-candidate(hcd-index) = hld-lookup-candidate
                   set hld-held to true
               else
                   add 1 to hcd-index
               end-if
           end-perform
           .

       check-candidate-held.
           if not legal-holds-loaded
               move hld-lookup-candidate to hld-asked-candidate
               perform load-legal-holds
               move hld-asked-candidate to hld-lookup-candidate
           end-if
           move spaces to hld-id-result hld-reason-result
           perform find-held-candidate
           if hld-held
               move hcd-hold-index(hcd-index) to lhd-index
               move lhd-id(lhd-index) to hld-id-result
               move lhd-reason(lhd-index) to hld-reason-result
           end-if
           .

       note-retained-under-hold.
           move function current-date to hold-date-stamp
           open extend hold-log-file
           if hold-log-status not = '00'
               open output hold-log-file
           end-if
           if hold-log-status = '00'
               move spaces to hold-log-record
               move hold-date-stamp(1:14) to hlg-stamp-in
               move hld-log-path-code to hlg-path-in
               move hld-lookup-candidate to hlg-candidate-in
               move hld-id-result to hlg-hold-id-in
               move hld-log-program to hlg-program-in
               move hld-log-detail to hlg-detail-in
               write hold-log-record
               close hold-log-file
           end-if
           display '<' function trim(hld-log-program)
                   '::> retained under hold '
                   function trim(hld-id-result) ': '
                   function trim(hld-lookup-candidate) ' '
                   function trim(hld-log-detail)
           .
