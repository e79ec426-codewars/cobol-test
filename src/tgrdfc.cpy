           select grade-scale-file
               assign to dynamic grade-scale-path
               organization line sequential
               file status grade-scale-status.
           select grade-curve-file
               assign to dynamic grade-curve-path
               organization line sequential
               file status grade-curve-status.
