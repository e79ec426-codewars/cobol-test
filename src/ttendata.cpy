      *>  Tenants: the academies sharing the runners and harness.
      *>  batch/tenants.txt (hand-edited, '#' comment lines) has one
      *>  row per tenant - tenant(8) name(30) home(1, 'H' on the
      *>  shop's own academy) description(40). The tenant id rides
      *>  on the candidate master (can-tenant), the cohort master,
      *>  the catalog, the submissions queue, the operator registry
      *>  and every audit detail; a blank tenant column is the home
      *>  tenant, so everything from before the column - and
      *>  everything on a shop with no register - is ours. A catalog
      *>  row's tenant of '*' is a shared kata any tenant's
      *>  candidates may sit.
      *>
      *>  A report or extract selects one tenant: the home tenant
      *>  by default, another with a TENANT=<tenant> word on its
      *>  command line, or every tenant with TENANT=* (the shop's
      *>  own cross-tenant work - chargeback, integrity). A tenant
      *>  not on the register is refused, so a typo never selects an
      *>  empty report that looks clean.
       01  tenant-file-path   pic x(100)
                               value 'batch/tenants.txt'.
       01  tenant-file-status pic x(2) value spaces.
       01  tenant-eof-switch  pic x value 'n'.
           88 tenant-eof      value 'y'.
       01  tenants-loaded-switch pic x value 'n'.
           88 tenants-loaded  value 'y'.
       01  tenant-master-path pic x(100)
                               value 'batch/candidate-master.dat'.
       01  tenant-master-status pic x(2) value spaces.
       01  tenant-master-eof-switch pic x value 'n'.
           88 tenant-master-eof value 'y'.
       01  tenant-catalog-path pic x(100)
                               value 'batch/kata-catalog.txt'.
       01  tenant-catalog-status pic x(2) value spaces.
       01  tenant-catalog-eof-switch pic x value 'n'.
           88 tenant-catalog-eof value 'y'.

      *>  The register.
       01  ten-max            pic 9(2) value 0.
       01  ten-table.
           05 ten-entry occurs 50 times.
              10 ten-id          pic x(8).
              10 ten-name        pic x(30).
       01  ten-index          pic 9(2) value 0.
       01  ten-found-switch   pic x value 'n'.
           88 ten-found       value 'y'.
       01  ten-home-tenant    pic x(8) value 'HOME'.

      *>  take-tenant-selection: the program's command line and its
      *>  name in; the tenant selected out, or ten-selection-bad.
       01  ten-command-args   pic x(250) value spaces.
       01  ten-program        pic x(16) value spaces.
       01  ten-selected-tenant pic x(8) value spaces.
           88 ten-all-selected value '*'.
       01  ten-selection-bad-switch pic x value 'n'.
           88 ten-selection-bad value 'y'.
       01  ten-token          pic x(60) value spaces.
       01  ten-token-pointer  pic 9(3) value 0.

      *>  check-record-tenant: ten-record-tenant in (blank is the
      *>  home tenant); ten-in-selection out.
       01  ten-record-tenant  pic x(8) value spaces.
       01  ten-selection-switch pic x value 'y'.
           88 ten-in-selection value 'y'.

      *>  check-detail-tenant: an audit detail's aud-tenant-in in
      *>  ten-record-tenant and its candidate in ten-lookup-candidate;
      *>  ten-in-selection out.
      *>  check-candidate-tenant: ten-lookup-candidate in; the
      *>  candidate's tenant (ten-candidate-tenant) and whether it is
      *>  selected out. A candidate not on the master is the home
      *>  tenant's - the trail's ids from before the master.
       01  ten-lookup-candidate pic x(20) value spaces.
       01  ten-candidate-tenant pic x(8) value spaces.
       01  tcd-loaded-switch  pic x value 'n'.
           88 tcd-loaded      value 'y'.
       01  tcd-max            pic 9(4) value 0.
       01  tcd-table.
           05 tcd-entry occurs 2000 times.
              10 tcd-id          pic x(20).
              10 tcd-tenant      pic x(8).
       01  tcd-index          pic 9(4) value 0.
       01  tcd-found-switch   pic x value 'n'.
           88 tcd-found       value 'y'.

      *>  check-kata-tenant: ten-lookup-kata and ten-asking-tenant
      *>  (blank is the home tenant) in; the kata's catalog tenant
      *>  (ten-kata-tenant, '*' shared) and ten-kata-visible out. A
      *>  kata not on the catalog is visible to nobody but the home
      *>  tenant.
       01  ten-lookup-kata    pic x(20) value spaces.
       01  ten-kata-tenant    pic x(8) value spaces.
       01  ten-asking-tenant  pic x(8) value spaces.
       01  ten-kata-switch    pic x value 'n'.
           88 ten-kata-visible value 'y'.
       01  tkt-loaded-switch  pic x value 'n'.
           88 tkt-loaded      value 'y'.
       01  tkt-max            pic 9(3) value 0.
       01  tkt-table.
           05 tkt-entry occurs 200 times.
              10 tkt-kata        pic x(20).
              10 tkt-tenant      pic x(8).
       01  tkt-index          pic 9(3) value 0.
       01  tkt-found-switch   pic x value 'n'.
           88 tkt-found       value 'y'.
