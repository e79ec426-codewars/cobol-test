           select standing-file assign to dynamic standing-file-path
               organization line sequential
               file status standing-file-status.
