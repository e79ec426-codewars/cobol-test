           select status-change-file
               assign to dynamic status-change-file-path
               organization line sequential
               file status status-change-file-status.
