           select masking-profile-file
               assign to dynamic masking-profile-path
               organization line sequential
               file status masking-profile-status.
           select delivery-register-file
               assign to dynamic delivery-register-path
               organization line sequential
               file status delivery-register-status.
