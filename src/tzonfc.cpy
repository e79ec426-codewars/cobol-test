           select time-zone-file assign to dynamic time-zone-path
               organization line sequential
               file status time-zone-status.
           select zone-cohort-file assign to dynamic zone-cohort-path
               organization line sequential
               file status zone-cohort-status.
