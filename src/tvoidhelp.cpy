      *>  Void-register loading and lookup (see the note in
      *>  src/tvoiddata.cpy). Move the audit detail's candidate,
      *>  kata and timestamp to void-lookup-candidate/-kata/
      *>  -timestamp and perform check-detail-voided: detail-voided
      *>  comes back set when the register holds it. The register
      *>  loads on first use (a missing register voids nothing).
      *>  Audit-trail readers perform check-audit-detail-voided on
      *>  the record just read instead: it also sets detail-voided
      *>  for voidmnt's own reversal details (origin VOID), which
      *>  are contra entries and never runs to be graded.
      *>  needs tvoiddata and tvoidfc/tvoidfd in the same program.
       load-void-register.
           set void-register-loaded to true
           open input void-register-file
           if void-register-status = '00'
               perform read-next-void-record until void-register-eof
               close void-register-file
           end-if
           if void-register-overflow
               display '<VOIDREG-WARNING::> '
                       function trim(void-register-path)
                       ' holds more than 9999 voids; the rest are'
                       ' not applied - results may include voided'
                       ' runs'
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if
           .

       read-next-void-record.
           read void-register-file
               at end
                   set void-register-eof to true
               not at end
                   if void-key-max < 9999
                       add 1 to void-key-max
                       move vrg-candidate-in
                           to vk-candidate(void-key-max)
                       move vrg-kata-in to vk-kata(void-key-max)
                       move vrg-timestamp-in
                           to vk-timestamp(void-key-max)
                   else
                       set void-register-overflow to true
                   end-if
           end-read
           .

       check-detail-voided.
           if not void-register-loaded
               perform load-void-register
           end-if
           move 'n' to void-found-switch
           move 1 to void-key-index
           perform test before
               until void-key-index > void-key-max or detail-voided
               if vk-timestamp(void-key-index) = void-lookup-timestamp
                   and vk-candidate(void-key-index)
                       = void-lookup-candidate
                   and vk-kata(void-key-index) = void-lookup-kata
                   set detail-voided to true
               else
                   add 1 to void-key-index
               end-if
           end-perform
           .

       check-audit-detail-voided.
           if aud-origin-in = 'VOID'
               set detail-voided to true
           else
               move aud-candidate-id-in to void-lookup-candidate
               move aud-kata-name-in to void-lookup-kata
               move aud-timestamp-in to void-lookup-timestamp
               perform check-detail-voided
           end-if
           .
