           select legal-hold-file
               assign to dynamic legal-hold-path
               organization line sequential
               file status legal-hold-status.
           select hold-log-file
               assign to dynamic hold-log-path
               organization line sequential
               file status hold-log-status.
