      *>  checked by batch/candidate-check.cbl at the top of the batch
      *>  so an unregistered or inactive CANDIDATE_ID is rejected
      *>  before any kata runs instead of filling the audit trail with
      *>  typo'd ids no report can group. can-sponsor links the
      *>  candidate to the employer paying for their seat
      *>  (src/tspndata.cpy); blank is self-paying.
       01  candidate-file-path   pic x(100)
                                  value 'batch/candidate-master.dat'.
       01  candidate-file-status pic x(2) value spaces.
