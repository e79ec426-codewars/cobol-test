       fd  tenant-file.
       01  tenant-record.
           05 tnr-id-in          pic x(8).
           05 tnr-name-in        pic x(30).
           05 tnr-home-in        pic x(1).
           05 tnr-description-in pic x(40).
      *>  the candidate master and the catalog read for their tenant
      *>  columns only (src/tcanfd.cpy, src/tcatfd.cpy).
       fd  tenant-master-file.
       01  tenant-master-record.
           05 tcm-id-in          pic x(20).
           05 filler             pic x(66).
           05 tcm-tenant-in      pic x(8).
       fd  tenant-catalog-file.
       01  tenant-catalog-record.
           05 tct-kata-in        pic x(20).
           05 filler             pic x(154).
           05 tct-tenant-in      pic x(8).
