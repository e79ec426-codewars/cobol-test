       fd  candidate-file.
       01  candidate-record.
           05 can-id      pic x(20).
           05 can-name    pic x(30).
           05 can-cohort  pic x(10).
           05 can-status  pic x(8).
           05 can-sponsor pic x(10).
      *>  Time zone the candidate sits in (batch/time-zones.txt,
      *>  src/tzondata.cpy); blank takes the cohort's zone. Blank on
      *>  records from before the column.
           05 can-zone    pic x(8).
      *>  Tenant - the academy the candidate belongs to
      *>  (batch/tenants.txt, src/ttendata.cpy); blank is the home
      *>  tenant. Blank on records from before the column.
           05 can-tenant  pic x(8).
