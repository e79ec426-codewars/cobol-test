       fd  standing-file.
       01  standing-record.
           05 stn-candidate-in   pic x(20).
           05 stn-date-in        pic x(8).
           05 stn-standing-in    pic x(16).
           05 stn-previous-in    pic x(16).
           05 stn-cohort-in      pic x(10).
           05 stn-attempts-in    pic 9(5).
           05 stn-pass-pct-in    pic 9(3).
           05 stn-consec-fail-in pic 9(3).
           05 stn-overdue-in     pic 9(3).
           05 stn-trigger-in     pic x(12).
