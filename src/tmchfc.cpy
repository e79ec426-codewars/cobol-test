           select master-change-file
               assign to dynamic master-change-path
               organization line sequential
               file status master-change-status.
