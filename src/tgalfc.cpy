           select gallery-index-file
               assign to dynamic gallery-index-path
               organization line sequential
               file status gallery-index-status.
