           select sponsor-file assign to dynamic sponsor-file-path
               organization line sequential
               file status sponsor-file-status.
