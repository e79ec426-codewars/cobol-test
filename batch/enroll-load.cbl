      *>  mean typing two hundred candmnt transactions; now the
      *>  registrar's fixed-width enrollment extract
      *>  (batch/enrollment-extract.txt: can-id(20) name(30)
      *>  cohort(10) sponsor(10) - the same columns a candmnt ADD
      *>  carries)
      *>  loads in one pass. Standard load-with-audit discipline:
      *>  every row is validated first - blank or duplicate id
      *>  (within the file and against the master), blank name,
      *>  unknown or closed cohort when a cohort master exists, a
      *>  sponsor not on the sponsor master, out of contract or out
      *>  of purchased seats (src/tspndata.cpy) -
      *>  then the clean set is applied to the indexed candidate
      *>  master as ACTIVE registrations, and the rejects print to
      *>  the exceptions report (batch/enroll-exceptions.txt) with
      *>    DUP-MSTR          id already registered
      *>    COH-UNKN          cohort not on the cohort master
      *>    COH-CLSD          cohort on file but CLOSED
      *>    SPN-UNKN          sponsor not on the sponsor master
      *>    SPN-TERM          sponsor's contract not in force today
      *>    SPN-SEAT          sponsor's purchased seats all taken
      *>                      (ACTIVE candidates on the master plus
      *>                      the rows ahead of it in the extract)
      *>
      *>  Each registration loaded also goes on the master-change
      *>  history (src/tmchdata.cpy) as an ADD with no before image,
      *>  operator BATCH.
      *>
      *>  Usage: enrload [extract-file]   (run from the repo root)
      *>  Return code 1 when anything was rejected - the load of
       file-control.
           copy tcanfc.
           copy tcohfc.
           copy tspnfc.
           copy tmchfc.
           select extract-file assign to dynamic extract-file-path
               organization line sequential
               file status extract-file-status.
       file section.
           copy tcanfd.
           copy tcohfd.
           copy tspnfd.
           copy tmchfd.
       fd  extract-file.
       01  extract-record.
           05 ext-id-in     pic x(20).
           05 ext-name-in   pic x(30).
           05 ext-cohort-in pic x(10).
           05 ext-sponsor-in pic x(10).
       fd  exceptions-file.
       01  exceptions-record pic x(100).

       working-storage section.
           copy tcandata.
           copy tcohdata.
           copy tspndata.
           copy tmchdata.
       01  extract-file-path  pic x(100)
                               value 'batch/enrollment-extract.txt'.
       01  extract-file-status pic x(2) value spaces.
              10 ext-id      pic x(20).
              10 ext-name    pic x(30).
              10 ext-cohort  pic x(10).
              10 ext-sponsor pic x(10).
              10 ext-verdict pic x(8).
       01  ext-index          pic 9(3) value 0.
       01  ext-scan           pic 9(3) value 0.
       01  coh-found-switch   pic x value 'n'.
           88 coh-found       value 'y'.

       01  current-date-stamp pic x(21).
       01  loaded-count       pic 9(4) value 0.
       01  rejected-count     pic 9(4) value 0.
       01  exception-line     pic x(100).
                       ' load'
               goback
           end-if
           perform load-sponsor-table
           perform load-master-ids
           perform load-cohort-table
           perform validate-one-row
                       move ext-id-in to ext-id(ext-max)
                       move ext-name-in to ext-name(ext-max)
                       move ext-cohort-in to ext-cohort(ext-max)
                       move ext-sponsor-in to ext-sponsor(ext-max)
                       move spaces to ext-verdict(ext-max)
                   else
                       display '<ENRLOAD-ERROR::> extract exceeds'
                       add 1 to mst-max
                       move can-id to mst-id(mst-max)
                   end-if
                   if can-sponsor not = spaces
                       and can-status = 'ACTIVE  '
                       move can-sponsor to spn-lookup-id
                       perform look-up-sponsor
                       if spn-found
                           add 1 to spn-seats-used(spn-index)
                       end-if
                   end-if
           end-read
           .

                   and coh-max > 0
                   perform check-cohort-open
               end-if
               if ext-verdict(ext-index) = spaces
                   and ext-sponsor(ext-index) not = spaces
                   perform check-sponsor-seat
               end-if
           end-if
           end-if
           .
           end-if
           .

      *>  a clean row takes its seat as it is validated, so the
      *>  extract's own rows count against the contract in order.
       check-sponsor-seat.
           move ext-sponsor(ext-index) to spn-lookup-id
           move function current-date to current-date-stamp
           move current-date-stamp(1:8) to spn-lookup-date
           perform look-up-sponsor
           evaluate true
               when not spn-found
                   move 'SPN-UNKN' to ext-verdict(ext-index)
               when not spn-in-force
                   move 'SPN-TERM' to ext-verdict(ext-index)
               when spn-seats-used(spn-index)
                       >= spn-seats(spn-index)
                   move 'SPN-SEAT' to ext-verdict(ext-index)
               when other
                   add 1 to spn-seats-used(spn-index)
           end-evaluate
           .

       apply-clean-rows.
           perform apply-one-clean-row
               varying ext-index from 1 by 1
               move ext-name(ext-index) to can-name
               move ext-cohort(ext-index) to can-cohort
               move 'ACTIVE  ' to can-status
               move ext-sponsor(ext-index) to can-sponsor
               move spaces to can-zone
               write candidate-record
                   invalid key
                       move 'DUP-MSTR' to ext-verdict(ext-index)
                       add 1 to loaded-count
                       display '<ENRLOAD::> loaded   '
                               candidate-record
                       move 'ENRLOAD' to mch-program
                       move 'CAND' to mch-master
                       move 'ADD' to mch-action
                       move can-id to mch-key
                       move spaces to mch-before
                       move candidate-record to mch-after
                       perform write-master-change
               end-write
           end-if
           .
               move ext-name(ext-index) to exception-line(31:30)
               move ext-cohort(ext-index)
                   to exception-line(62:10)
               move ext-sponsor(ext-index)
                   to exception-line(73:10)
               write exceptions-record from exception-line
               display '<ENRLOAD-REJECT::> '
                       function trim(exception-line)
           end-if
           .

           copy tspnhelp.
           copy tmchhelp.

       end program enrload.
