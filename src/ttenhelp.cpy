      *>  Tenant register, selection and the record checks (see the
      *>  note in src/ttendata.cpy). The register loads on first
      *>  use, the candidate master's and the catalog's tenant
      *>  columns when first asked for. needs ttendata and
      *>  ttenfc/ttenfd in the same program.
       load-tenants.
           set tenants-loaded to true
           move 0 to ten-max
           move 'n' to tenant-eof-switch
           open input tenant-file
           if tenant-file-status = '00'
               perform read-next-tenant until tenant-eof
               close tenant-file
           end-if
           .

       read-next-tenant.
           read tenant-file
               at end
                   set tenant-eof to true
               not at end
                   if tenant-record(1:1) not = '#'
                           and tnr-id-in not = spaces
                           and ten-max < 50
                       add 1 to ten-max
                       move tnr-id-in to ten-id(ten-max)
                       move tnr-name-in to ten-name(ten-max)
                       if tnr-home-in = 'H'
                           move tnr-id-in to ten-home-tenant
                       end-if
                   end-if
           end-read
           .

      *>  ten-lookup on ten-record-tenant; the home tenant is always
      *>  known, register or no register.
       look-up-tenant.
           if not tenants-loaded
               perform load-tenants
           end-if
           move 'n' to ten-found-switch
           if ten-record-tenant = ten-home-tenant
               set ten-found to true
           end-if
           perform varying ten-index from 1 by 1
                   until ten-index > ten-max or ten-found
               if ten-id(ten-index) = ten-record-tenant
                   set ten-found to true
               end-if
           end-perform
           .

       take-tenant-selection.
           if not tenants-loaded
               perform load-tenants
           end-if
           move 'n' to ten-selection-bad-switch
           move ten-home-tenant to ten-selected-tenant
           move 1 to ten-token-pointer
           perform until ten-token-pointer > 250
               move spaces to ten-token
               unstring ten-command-args delimited by all spaces
                   into ten-token
                   with pointer ten-token-pointer
               end-unstring
               if ten-token(1:7) = 'TENANT='
                   move ten-token(8:8) to ten-selected-tenant
               end-if
           end-perform
           evaluate true
               when ten-all-selected
                   display '<' function trim(ten-program)
                           '::> selecting every tenant'
               when ten-selected-tenant = ten-home-tenant
                   continue
               when other
                   move ten-selected-tenant to ten-record-tenant
                   perform look-up-tenant
                   if ten-found
                       display '<' function trim(ten-program)
                               '::> selecting tenant '
                               function trim(ten-selected-tenant)
                   else
                       display '<' function trim(ten-program)
                               '-ERROR::> tenant '
                               function trim(ten-selected-tenant)
                               ' is not on '
                               function trim(tenant-file-path)
                       set ten-selection-bad to true
                   end-if
           end-evaluate
           .

       check-record-tenant.
           if not tenants-loaded
               perform load-tenants
           end-if
           if ten-record-tenant = spaces
               move ten-home-tenant to ten-record-tenant
           end-if
           move 'n' to ten-selection-switch
           if ten-all-selected
               or ten-record-tenant = ten-selected-tenant
               set ten-in-selection to true
           end-if
           .

      *>  an audit detail: its own tenant column (ten-record-tenant
      *>  in) when it has one, else its candidate's
      *>  (ten-lookup-candidate in) - the details from before the
      *>  column.
       check-detail-tenant.
           if ten-record-tenant = spaces
               perform check-candidate-tenant
           else
               perform check-record-tenant
           end-if
           .

       check-candidate-tenant.
           if not tcd-loaded
               perform load-tenant-candidates
           end-if
           move spaces to ten-candidate-tenant
           move 'n' to tcd-found-switch
           perform varying tcd-index from 1 by 1
                   until tcd-index > tcd-max or tcd-found
               if tcd-id(tcd-index) = ten-lookup-candidate
                   set tcd-found to true
                   move tcd-tenant(tcd-index) to ten-candidate-tenant
               end-if
           end-perform
           move ten-candidate-tenant to ten-record-tenant
           perform check-record-tenant
           move ten-record-tenant to ten-candidate-tenant
           .

       load-tenant-candidates.
           set tcd-loaded to true
           move 0 to tcd-max
           move 'n' to tenant-master-eof-switch
           open input tenant-master-file
           if tenant-master-status = '00'
               perform read-next-tenant-candidate
                   until tenant-master-eof
               close tenant-master-file
           end-if
           .

       read-next-tenant-candidate.
           read tenant-master-file next
               at end
                   set tenant-master-eof to true
               not at end
                   if tcd-max < 2000
                       add 1 to tcd-max
                       move tcm-id-in to tcd-id(tcd-max)
                       move tcm-tenant-in to tcd-tenant(tcd-max)
                   end-if
           end-read
           .

      *>  a shared kata ('*') is every tenant's; a kata the catalog
      *>  does not list is the home tenant's alone.
       check-kata-tenant.
           if not tenants-loaded
               perform load-tenants
           end-if
           if not tkt-loaded
               perform load-tenant-katas
           end-if
           if ten-asking-tenant = spaces
               move ten-home-tenant to ten-asking-tenant
           end-if
           move ten-home-tenant to ten-kata-tenant
           move 'n' to tkt-found-switch ten-kata-switch
           perform varying tkt-index from 1 by 1
                   until tkt-index > tkt-max or tkt-found
               if tkt-kata(tkt-index) = ten-lookup-kata
                   set tkt-found to true
                   if tkt-tenant(tkt-index) not = spaces
                       move tkt-tenant(tkt-index) to ten-kata-tenant
                   end-if
               end-if
           end-perform
           if ten-kata-tenant = '*'
               or ten-kata-tenant = ten-asking-tenant
               set ten-kata-visible to true
           end-if
           .

       load-tenant-katas.
           set tkt-loaded to true
           move 0 to tkt-max
           move 'n' to tenant-catalog-eof-switch
           open input tenant-catalog-file
           if tenant-catalog-status = '00'
               perform read-next-tenant-kata
                   until tenant-catalog-eof
               close tenant-catalog-file
           end-if
           .

       read-next-tenant-kata.
           read tenant-catalog-file
               at end
                   set tenant-catalog-eof to true
               not at end
                   if tenant-catalog-record(1:1) not = '#'
                           and tct-kata-in not = spaces
                           and tkt-max < 200
                       add 1 to tkt-max
                       move tct-kata-in to tkt-kata(tkt-max)
                       move tct-tenant-in to tkt-tenant(tkt-max)
                   end-if
           end-read
           .
