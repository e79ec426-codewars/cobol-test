      *>  before dispatching any kata so a typo'd, unregistered or
      *>  deactivated CANDIDATE_ID is rejected up front instead of
      *>  polluting the audit trail with ids no report can group.
      *>
      *>  Usage: candchk <candidate-id> [kata-category]
      *>  With a category it also answers for the candidate's
      *>  sponsor (src/tspndata.cpy): a sponsored candidate whose
      *>  contract is not in force today, or does not cover the
      *>  category, comes back with return code 3 - the queue drain
      *>  rejects the submission REJECTED-NOT-COVERED. Self-paying
      *>  candidates are not restricted. A candidate ON-LEAVE
      *>  (batch/status-load.cbl) comes back with return code 4, so
      *>  the drain can hold their submission FROZEN for their
      *>  return instead of rejecting it.
      *>
      *>  Usage: candchk <candidate-id> *ZONE
      *>  prints the zone the candidate reads times in
      *>  (src/tzondata.cpy: their own, else their cohort's, else
      *>  the shop's) as "<CANDCHK-ZONE::> zone", whatever their
      *>  status, with return code 0 - 1 when they are not on the
      *>  master. The shell side's due-date and exam-window checks
      *>  and the audit trail's local stamp ask this way.
      *>
      *>  Usage: candchk <candidate-id> *TENANT
      *>  prints the candidate's tenant (src/ttendata.cpy; blank on
      *>  the master is the home tenant) as "<CANDCHK-TENANT::>
      *>  tenant", whatever their status, with return code 0 - 1 when
      *>  they are not on the master. The audit trail's tenant column
      *>  and the queue drain's tenant check ask this way.
      *>
      *>  Usage: candchk <candidate-id> *NAME
      *>  prints the candidate's name as "<CANDCHK-NAME::> name",
      *>  whatever their status, with return code 0 - 1 when they
      *>  are not on the master. The exemplar gallery's attribution
      *>  (batch/gallery-select.sh) asks this way.

       environment division.
       input-output section.
       file-control.
           copy tcanfc.
           copy tspnfc.
           copy tzonfc.
           copy ttenfc.

       data division.
       file section.
           copy tcanfd.
           copy tspnfd.
           copy tzonfd.
           copy ttenfd.

       working-storage section.
           copy tcandata.
           copy tspndata.
           copy tzondata.
           copy ttendata.
       01  check-arguments    pic x(60) value spaces.
       01  check-candidate-id pic x(20).
       01  check-category     pic x(20) value spaces.
       01  current-date-stamp pic x(21).

       procedure division.
           accept check-arguments from command-line
           unstring check-arguments delimited by all spaces
               into check-candidate-id check-category
           end-unstring
           if check-candidate-id = spaces
               display '<CANDCHK-ERROR::> no candidate id given'
               move 1 to return-code
                           ' is not registered'
                   move 1 to return-code
               not invalid key
                   evaluate check-category
                       when '*ZONE'
                           perform show-candidate-zone
                       when '*TENANT'
                           perform show-candidate-tenant
                       when '*NAME'
                           display '<CANDCHK-NAME::> '
                                   function trim(can-name)
                       when other
                           perform check-candidate-status
                   end-evaluate
           end-read
           close candidate-file
           goback.

       check-candidate-status.
           if can-status = 'ACTIVE  '
               if check-category not = spaces
                   and can-sponsor not = spaces
                   perform check-sponsor-coverage
               end-if
               if return-code = 0
                   display '<CANDCHK-OK::> '
                           function trim(can-id) ' ('
                           function trim(can-name) ', cohort '
                           function trim(can-cohort) ')'
               end-if
           else
               display '<CANDCHK-REJECT::> '
                       function trim(check-candidate-id)
                       ' is ' can-status
               if can-status = 'ON-LEAVE'
                   move 4 to return-code
               else
                   move 1 to return-code
               end-if
           end-if
           .

       show-candidate-zone.
           move can-zone to tzn-candidate-zone
           move can-cohort to tzn-candidate-cohort
           perform resolve-reader-zone
           display '<CANDCHK-ZONE::> ' function trim(tzn-reader-zone)
           .

       show-candidate-tenant.
           move can-tenant to ten-record-tenant
           perform check-record-tenant
           display '<CANDCHK-TENANT::> '
                   function trim(ten-record-tenant)
           .

       check-sponsor-coverage.
           move can-sponsor to spn-lookup-id
           move function current-date to current-date-stamp
           move current-date-stamp(1:8) to spn-lookup-date
           perform look-up-sponsor
           if spn-found and spn-in-force
               move check-category to spn-lookup-category
               perform check-sponsor-category
           end-if
           evaluate true
               when not spn-found
                   display '<CANDCHK-REJECT::> sponsor '
                           function trim(can-sponsor)
                           ' is not on the sponsor master'
                   move 3 to return-code
               when not spn-in-force
                   display '<CANDCHK-REJECT::> sponsor '
                           function trim(can-sponsor) ' contract '
                           spn-from(spn-index) '-' spn-to(spn-index)
                           ' is not in force'
                   move 3 to return-code
               when not spn-covered
                   display '<CANDCHK-REJECT::> category '
                           function trim(check-category)
                           ' is not covered by sponsor '
                           function trim(can-sponsor)
                   move 3 to return-code
           end-evaluate
           .

           copy tspnhelp.
           copy tzonhelp.
           copy ttenhelp.

       end program candchk.
