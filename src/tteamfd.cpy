       fd  team-file.
       01  team-record.
           05 tem-id-in             pic x(20).
           05 tem-cohort-in         pic x(10).
           05 tem-effective-from-in pic x(8).
           05 tem-effective-to-in   pic x(8).
           05 tem-member-in occurs 4 times pic x(20).
