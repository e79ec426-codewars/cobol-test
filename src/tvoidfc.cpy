           select void-register-file
               assign to dynamic void-register-path
               organization line sequential
               file status void-register-status.
