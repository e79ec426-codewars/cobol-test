           select business-calendar-file
               assign to dynamic business-calendar-path
               organization line sequential
               file status business-calendar-status.
