           select peer-review-file
               assign to dynamic peer-review-file-path
               organization line sequential
               file status peer-review-file-status.
