      *>  Floating-point edition of expect-table: two OCCURS
      *>  tables of COMP-1/COMP-2 elements compared element by
      *>  element within the relative tolerance expect-float-within
      *>  uses, reporting the first index outside it with both
      *>  values. copy into the procedure division with replacing:
      *>    copy texptablf replacing
      *>        ==actual-table== by ==result-table==
      *>        ==expected-table== by ==expected-table==
      *>        ==table-length== by ==10==.
      *>  table-index must be declared by the caller, pic 9(4)
      *>  comp; needs tdata and tproc in the same program.
       expect-table-float.
           move 'n' to table-mismatch-switch
           perform varying table-index from 1 by 1
                   until table-index > table-length
               move actual-table(table-index) to float-actual
               move expected-table(table-index) to float-expected
               perform compare-float-values
               if not float-within
                   move 'y' to table-mismatch-switch
                   move table-index to table-mismatch-index
                   move table-length to table-index
               end-if
           end-perform
           move spaces to assertion-message
           if table-mismatch-switch = 'n'
               perform assert-true
           else
               move actual-table(table-mismatch-index) to float-actual
               move expected-table(table-mismatch-index)
                   to float-expected
               perform compare-float-values
               perform format-float-pair
               string 'tables diverge at index ' table-mismatch-index
                      ': expected ' function trim(float-expected-text)
                      ' but got ' function trim(float-actual-text)
                      ' (difference '
                      function trim(float-difference-text) ')'
                   delimited by size into assertion-message
               perform assert-false
           end-if
           .
