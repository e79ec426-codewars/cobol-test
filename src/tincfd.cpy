       fd  incident-file.
       01  incident-record.
           05 inc-id-in        pic x(12).
           05 inc-severity-in  pic x(4).
           05 inc-source-in    pic x(8).
           05 inc-subject-in   pic x(20).
           05 inc-opened-in    pic x(14).
           05 inc-closed-in    pic x(14).
           05 inc-status-in    pic x(8).
           05 inc-owner-in     pic x(8).
           05 inc-summary-in   pic x(40).
           05 inc-notes-in     pic x(60).
