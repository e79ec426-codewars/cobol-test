       fd  legal-hold-file.
       01  legal-hold-record.
           05 lhr-id-in          pic x(12).
           05 lhr-kind-in        pic x(8).
           05 lhr-subject-in     pic x(20).
           05 lhr-reason-in      pic x(40).
           05 lhr-placed-by-in   pic x(8).
           05 lhr-placed-in      pic x(8).
           05 lhr-released-by-in pic x(8).
           05 lhr-released-in    pic x(8).
       fd  hold-log-file.
       01  hold-log-record.
           05 hlg-stamp-in       pic x(14).
           05 hlg-path-in        pic x(8).
           05 hlg-candidate-in   pic x(20).
           05 hlg-hold-id-in     pic x(12).
           05 hlg-program-in     pic x(8).
           05 hlg-detail-in      pic x(60).
