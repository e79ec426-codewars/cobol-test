      *>  retired id keeps occupying its key and a candmnt ADD for
      *>  it fails as a duplicate forever.
      *>
      *>  The tombstoning goes on the master-change history
      *>  (src/tmchdata.cpy) with the record before and after,
      *>  operator BATCH.
      *>
      *>  Usage: candmrg <duplicate-id> <survivor-id>
      *>  Return code 0 tombstoned, 1 survivor missing, 2 usage or
      *>  duplicate-id missing (nothing to merge).
       input-output section.
       file-control.
           copy tcanfc.
           copy tmchfc.

       data division.
       file section.
           copy tcanfd.
           copy tmchfd.

       working-storage section.
           copy tcandata.
           copy tmchdata.
       01  command-line-args pic x(80).
       01  merge-dup-id      pic x(20).
       01  merge-survivor-id pic x(20).
                   move 2 to return-code
               not invalid key
                   display '<CANDMRG::> before   ' candidate-record
                   move candidate-record to mch-before
                   move spaces to tombstone-name
                   string '(merged into '
                          function trim(merge-survivor-id) ')'
                   move 'MERGED  ' to can-status
                   rewrite candidate-record
                   display '<CANDMRG::> after    ' candidate-record
                   move 'CANDMRG' to mch-program
                   move 'CAND' to mch-master
                   move 'MERGE' to mch-action
                   move can-id to mch-key
                   move candidate-record to mch-after
                   perform write-master-change
           end-read
           close candidate-file
           goback.

           copy tmchhelp.

       end program candmrg.
