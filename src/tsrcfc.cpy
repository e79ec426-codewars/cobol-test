           select source-store-file
               assign to dynamic source-store-path
               organization indexed
               access mode dynamic
               record key src-key
               file status source-store-status.
