       fd  time-zone-file.
       01  time-zone-record.
           05 tzr-zone-in        pic x(8).
           05 tzr-standard-in    pic x(5).
           05 tzr-summer-in      pic x(5).
           05 tzr-summer-from-in pic x(4).
           05 tzr-summer-to-in   pic x(4).
           05 tzr-shop-in        pic x(1).
           05 tzr-description-in pic x(40).
      *>  the cohort master read for its zone column alone (the
      *>  full layout is src/tcohfd.cpy)
       fd  zone-cohort-file.
       01  zone-cohort-record.
           05 zcr-cohort-in      pic x(10).
           05 filler             pic x(46).
           05 zcr-zone-in        pic x(8).
