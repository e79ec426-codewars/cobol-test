           select hint-release-file
               assign to dynamic hint-release-file-path
               organization line sequential
               file status hint-release-file-status.
           select hint-threshold-file
               assign to dynamic hint-threshold-file-path
               organization line sequential
               file status hint-threshold-file-status.
