       fd  hint-release-file.
       01  hint-release-record.
           05 hrl-candidate-in pic x(20).
           05 hrl-kata-in      pic x(20).
           05 hrl-level-in     pic x(1).
           05 hrl-released-in  pic x(14).
           05 hrl-failed-in    pic x(3).
       fd  hint-threshold-file.
       01  hint-threshold-record.
           05 hth-kata-in      pic x(20).
           05 hth-after-in     pic x(3) occurs 4 times.
           05 hth-deduct-in    pic x(3).
