       fd  masking-profile-file.
       01  masking-profile-record.
           05 mpr-profile-in     pic x(8).
           05 mpr-output-in      pic x(8).
           05 mpr-id-treatment-in pic x(8).
           05 mpr-name-treatment-in pic x(8).
           05 mpr-sponsor-in     pic x(10).
           05 mpr-key-in         pic x(10).
           05 mpr-description-in pic x(40).
       fd  delivery-register-file.
       01  delivery-register-record.
           05 dlv-stamp-in       pic x(14).
           05 dlv-program-in     pic x(8).
           05 dlv-profile-in     pic x(8).
           05 dlv-records-in     pic 9(8).
           05 dlv-withheld-in    pic 9(8).
           05 dlv-file-in        pic x(80).
