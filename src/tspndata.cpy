      *>  Sponsor master (batch/sponsor-master.txt, hand-edited,
      *>  '#' comment lines): one record per employer contract -
      *>  sponsor-id(10) name(30) contract-from(8) contract-to(8)
      *>  seats-purchased(4) and up to four covered kata categories
      *>  (20 each, the catalog's category column; '*' in the first
      *>  covers every category). can-sponsor on the candidate master
      *>  links a candidate to the sponsor paying for them (blank is
      *>  self-paying). A seat is one ACTIVE candidate linked to the
      *>  sponsor: candmnt and enrload refuse a link past the seats
      *>  purchased or outside the contract dates, candchk refuses a
      *>  sponsored candidate a kata outside the covered categories,
      *>  and spnrpt reports each contract's utilization for chargeb
      *>  to invoice.
       01  sponsor-file-path  pic x(100)
                               value 'batch/sponsor-master.txt'.
       01  sponsor-file-status pic x(2) value spaces.
       01  sponsor-eof-switch pic x value 'n'.
           88 sponsor-eof     value 'y'.
       01  sponsor-loaded-switch pic x value 'n'.
           88 sponsors-loaded value 'y'.

       01  spn-max            pic 9(3) value 0.
       01  spn-table.
           05 spn-entry occurs 100 times.
              10 spn-id         pic x(10).
              10 spn-name       pic x(30).
              10 spn-from       pic x(8).
              10 spn-to         pic x(8).
              10 spn-seats      pic 9(4).
              10 spn-category   pic x(20) occurs 4 times.
              10 spn-seats-used pic 9(4).
       01  spn-index          pic 9(3) value 0.
       01  spn-category-index pic 9 value 0.

      *>  look-up-sponsor: spn-lookup-id and spn-lookup-date
      *>  (yyyymmdd) in; spn-found with spn-index, and
      *>  spn-in-force when the date is inside the contract, out.
      *>  check-sponsor-category: spn-index and
      *>  spn-lookup-category in; spn-covered out.
       01  spn-lookup-id      pic x(10) value spaces.
       01  spn-lookup-date    pic x(8) value spaces.
       01  spn-lookup-category pic x(20) value spaces.
       01  spn-found-switch   pic x value 'n'.
           88 spn-found       value 'y'.
       01  spn-in-force-switch pic x value 'n'.
           88 spn-in-force    value 'y'.
       01  spn-covered-switch pic x value 'n'.
           88 spn-covered     value 'y'.
