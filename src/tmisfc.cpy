      *>  Misconception rules (batch/misconception-rules.txt),
      *>  read once by load-misconception-rules in tproc so a failed
      *>  compare can carry a plain-language hint. assign to dynamic
      *>  per the -std=ibm note in batch/copybook-registry.txt.
           select misconception-file
               assign to dynamic misconception-file-path
               organization line sequential
               file status misconception-file-status.
