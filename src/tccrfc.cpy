           select change-register-file
               assign to dynamic change-register-path
               organization line sequential
               file status change-register-status.
           select control-file assign to dynamic control-file-path
               organization line sequential
               file status control-file-status.
