           select session-file assign to dynamic session-file-path
               organization line sequential
               file status session-file-status.
           select booking-file assign to dynamic booking-file-path
               organization line sequential
               file status booking-file-status.
