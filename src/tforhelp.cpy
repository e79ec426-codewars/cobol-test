               set forensics-is-open to true
           end-if
           move spaces to forensics-line
      *>  a hidden case's block is kept whole for the triage; the
      *>  header names it hidden so feedgen can hold it back from
      *>  the candidate's bundle.
           if case-is-hidden
               string '=== failure in hidden test '
                      function trim(hidden-case-display) ': '
                      function trim(test-case-title)
                      ' (seed ' random-seed ')'
                   delimited by size into forensics-line
           else
               string '=== failure in testcase: '
                      function trim(test-case-title)
                      ' (seed ' random-seed ')'
                   delimited by size into forensics-line
           end-if
           perform write-forensics-line
           move spaces to forensics-line
           string 'message: ' function trim(assertion-message)
           perform write-forensics-guard-slot
               varying forensics-slot-index from 1 by 1
               until forensics-slot-index > 4
           if clock-held not = spaces
               move spaces to forensics-line
               string 'controlled clock: ' clock-held
                      ' (yyyymmddhhmmss, as the solution saw it)'
                   delimited by size into forensics-line
               perform write-forensics-line
           end-if
           if display-line-count > 0
               move spaces to forensics-line
               string 'captured display lines: '
