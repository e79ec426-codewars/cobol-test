           05 coh-name-in       pic x(30).
           05 coh-start-date-in pic x(8).
           05 coh-status-in     pic x(8).
      *>  Time zone the intake is taught in (src/tzondata.cpy);
      *>  blank takes the shop's. Blank on records from before the
      *>  column.
           05 coh-zone-in       pic x(8).
      *>  Tenant the intake belongs to (src/ttendata.cpy); blank is
      *>  the home tenant. Blank on records from before the column.
           05 coh-tenant-in     pic x(8).
