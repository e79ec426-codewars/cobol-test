           select team-file assign to dynamic team-file-path
               organization line sequential
               file status team-file-status.
