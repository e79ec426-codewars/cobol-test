           select notify-event-file
               assign to dynamic notify-event-file-path
               organization line sequential
               file status notify-event-file-status.
