       fd  sponsor-file.
       01  sponsor-record.
           05 spo-id-in         pic x(10).
           05 spo-name-in       pic x(30).
           05 spo-from-in       pic x(8).
           05 spo-to-in         pic x(8).
           05 spo-seats-in      pic x(4).
           05 spo-category-in   pic x(20) occurs 4 times.
