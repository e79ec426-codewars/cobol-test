       fd  master-change-file.
       01  master-change-record.
           05 mch-stamp-in    pic x(14).
           05 mch-master-in   pic x(8).
           05 mch-key-in      pic x(40).
           05 mch-action-in   pic x(8).
           05 mch-operator-in pic x(8).
           05 mch-program-in  pic x(8).
           05 mch-before-in   pic x(200).
           05 mch-after-in    pic x(200).
