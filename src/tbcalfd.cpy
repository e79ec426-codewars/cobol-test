       fd  business-calendar-file.
       01  business-calendar-record.
           05 bcr-from-in        pic x(8).
           05 bcr-to-in          pic x(8).
           05 bcr-kind-in        pic x(8).
           05 bcr-description-in pic x(40).
