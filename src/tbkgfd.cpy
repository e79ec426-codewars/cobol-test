       fd  session-file.
       01  session-record.
           05 ses-session-id-in pic x(12).
           05 ses-exam-id-in    pic x(12).
           05 ses-open-in       pic x(14).
           05 ses-close-in      pic x(14).
           05 ses-capacity-in   pic x(4).
           05 filler            pic x(24).
       fd  booking-file.
       01  booking-record.
           05 bkg-session-id-in pic x(12).
           05 bkg-candidate-in  pic x(20).
           05 bkg-status-in     pic x(10).
           05 bkg-requested-in  pic x(14).
           05 bkg-updated-in    pic x(14).
