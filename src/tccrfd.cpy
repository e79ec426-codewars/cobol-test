       fd  change-register-file.
       01  change-register-record.
           05 ccr-id-in        pic x(12).
           05 ccr-file-in      pic x(8).
           05 ccr-action-in    pic x(8).
           05 ccr-status-in    pic x(8).
           05 ccr-requester-in pic x(8).
           05 ccr-requested-in pic x(14).
           05 ccr-approver-in  pic x(8).
           05 ccr-approved-in  pic x(14).
           05 ccr-effective-in pic x(8).
           05 ccr-applied-in   pic x(14).
           05 ccr-row-no-in    pic 9(4).
           05 ccr-before-in    pic x(132).
           05 ccr-after-in     pic x(132).
       fd  control-file.
       01  control-record     pic x(132).
