       01  merge-done-switch pic x value 'n'.
           88 merge-done     value 'y'.
       01  hold-kata         pic x(20).
       01  hold-case-id      pic x(24).
       01  hold-case-title   pic x(80).
       01  hold-run-id       pic x(14).
       01  hold-outcome      pic x(8).
       rekey-next-duplicate-record.
           move spaces to case-results-record
           move merge-dup-id to crs-candidate
           move low-values to crs-kata crs-case-id crs-run-id
           start case-results-file key >= crs-key
               invalid key
                   set merge-done to true
                   set merge-done to true
               else
                   move crs-kata to hold-kata
                   move crs-case-id to hold-case-id
                   move crs-case-title to hold-case-title
                   move crs-run-id to hold-run-id
                   move crs-outcome to hold-outcome
                   delete case-results-file record
                   move merge-survivor-id to crs-candidate
                   move hold-kata to crs-kata
                   move hold-case-id to crs-case-id
                   move hold-case-title to crs-case-title
                   move hold-run-id to crs-run-id
                   move hold-outcome to crs-outcome
