           select incident-file
               assign to dynamic incident-file-path
               organization line sequential
               file status incident-file-status.
