       fd  accommodation-file.
       01  accommodation-record.
           05 acc-candidate-in   pic x(20).
           05 acc-type-in        pic x(8).
           05 acc-factor-in      pic x(4).
           05 acc-from-in        pic x(8).
           05 acc-to-in          pic x(8).
           05 acc-approved-by-in pic x(20).
           05 filler             pic x(12).
       fd  accommodation-log-file.
       01  accommodation-log-record.
           05 acl-applied-in     pic x(14).
           05 acl-candidate-in   pic x(20).
           05 acl-type-in        pic x(8).
           05 acl-context-in     pic x(8).
           05 acl-reference-in   pic x(20).
           05 acl-standard-in    pic x(14).
           05 acl-adjusted-in    pic x(14).
           05 acl-approved-by-in pic x(20).
