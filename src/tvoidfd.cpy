       fd  void-register-file.
       01  void-register-record.
           05 vrg-void-id-in   pic x(12).
           05 vrg-run-id-in    pic x(20).
           05 vrg-candidate-in pic x(20).
           05 vrg-kata-in      pic x(20).
           05 vrg-timestamp-in pic x(14).
           05 vrg-reason-in    pic x(8).
           05 vrg-voided-by-in pic x(20).
           05 vrg-voided-in    pic x(14).
           05 vrg-runner-in    pic x(20).
