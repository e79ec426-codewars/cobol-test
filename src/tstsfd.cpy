       fd  status-change-file.
       01  status-change-record.
           05 stc-candidate-in pic x(20).
           05 stc-action-in    pic x(8).
           05 stc-effective-in pic x(8).
           05 stc-return-in    pic x(8).
           05 stc-previous-in  pic x(8).
           05 stc-status-in    pic x(8).
           05 stc-applied-in   pic x(14).
           05 stc-reason-in    pic x(30).
