           select tenant-file assign to dynamic tenant-file-path
               organization line sequential
               file status tenant-file-status.
           select tenant-master-file
               assign to dynamic tenant-master-path
               organization indexed
               access mode dynamic
               record key tcm-id-in
               file status tenant-master-status.
           select tenant-catalog-file
               assign to dynamic tenant-catalog-path
               organization line sequential
               file status tenant-catalog-status.
