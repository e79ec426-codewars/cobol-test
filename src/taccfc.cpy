           select accommodation-file
               assign to dynamic accommodation-file-path
               organization line sequential
               file status accommodation-file-status.
           select accommodation-log-file
               assign to dynamic accommodation-log-path
               organization line sequential
               file status accommodation-log-status.
