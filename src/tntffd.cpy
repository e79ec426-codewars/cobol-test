       fd  notify-event-file.
       01  notify-event-record.
           05 nev-created-in   pic x(14).
           05 nev-candidate-in pic x(20).
           05 nev-event-in     pic x(8).
           05 nev-reference-in pic x(20).
           05 nev-detail-in    pic x(40).
           05 nev-status-in    pic x(8).
           05 nev-delivered-in pic x(14).
