      *>  Appends one NEW event to the notification queue (see the
      *>  note in src/tntfdata.cpy) from the nev-new-* fields.
      *>  needs tntfdata and tntffc/tntffd in the same program.
       write-notify-event.
           open extend notify-event-file
           if notify-event-file-status = '35'
               open output notify-event-file
           end-if
           if notify-event-file-status = '00'
               move spaces to notify-event-record
               move function current-date to nev-stamp
               move nev-stamp(1:14) to nev-created-in
               move nev-new-candidate to nev-candidate-in
               move nev-new-event to nev-event-in
               move nev-new-reference to nev-reference-in
               move nev-new-detail to nev-detail-in
               move 'NEW' to nev-status-in
               write notify-event-record
               close notify-event-file
           else
               display '<NOTIFY-WARNING::> cannot open '
                       function trim(notify-event-file-path)
                       ' status ' notify-event-file-status
           end-if
           .
