      *>    batch/wh-kata-results.txt  one record per audit detail,
      *>        joined with the catalog: candidate(20) kata(20)
      *>        timestamp(14) seed(10) pass(6) fail(6)
      *>        difficulty(10) category(20) version(4) tenant(8)
      *>    batch/wh-candidates.txt    the candidate master:
      *>        id(20) name(30) cohort(10) status(8) sponsor(10)
      *>        zone(8) tenant(8)
      *>
      *>  Field positions are declared in batch/record-layouts.txt
      *>  (wh-runs / wh-kata-results / wh-candidates entries) the
      *>  same as every other dictionary-described layout.
      *>
      *>  Run under a masking profile (src/tmskdata.cpy) the
      *>  candidate ids in the results feed and the ids and names in
      *>  the candidates feed are masked as the profile says, and a
      *>  sponsor's profile leaves out every other candidate's
      *>  records - the trailer counts what was written. Each feed is
      *>  entered on the delivery register with the profile it was
      *>  produced under.
      *>
      *>  The kata-results and candidates feeds carry only the
      *>  selected tenant's records (src/ttendata.cpy): the home
      *>  tenant's, another's with TENANT=<tenant>, or every tenant's
      *>  with TENANT=*. The runs feed is the runners' own and
      *>  extracts whole whichever tenant is selected.
      *>
      *>  Usage: whextr [MASK=<profile>] [TENANT=<tenant>]
      *>  (run from the repo root)

       environment division.
       input-output section.
           copy taudfc.
           copy tcatfc.
           copy tcanfc.
           copy tmskfc.
           copy ttenfc.
           select manifest-file assign to dynamic manifest-file-path
               organization line sequential
               file status manifest-file-status.
           copy taudfd.
           copy tcatfd.
           copy tcanfd.
           copy tmskfd.
           copy ttenfd.
       fd  manifest-file.
       01  manifest-record.
           05 man-run-id-in pic x(20).
       fd  results-out-file.
       01  results-out-record pic x(132).
       fd  cands-out-file.
       01  cands-out-record pic x(96).

       working-storage section.
           copy tauddata.
           copy tcatdata.
           copy tcandata.
           copy tmskdata.
           copy ttendata.
       01  manifest-file-path pic x(100)
                               value 'batch/run-manifest.txt'.
       01  manifest-file-status pic x(2) value spaces.
       01  runs-count         pic 9(8) value 0.
       01  results-count      pic 9(8) value 0.
       01  cands-count        pic 9(8) value 0.
       01  results-withheld   pic 9(8) value 0.
       01  cands-withheld     pic 9(8) value 0.
       01  control-line       pic x(80).
       01  out-line           pic x(132).

       procedure division.
           accept msk-command-args from command-line
           move 'WHEXTR' to msk-output
           perform take-masking-profile
           if msk-profile-bad
               move 2 to return-code
               goback
           end-if
           move msk-command-args to ten-command-args
           move 'WHEXTR' to ten-program
           perform take-tenant-selection
           if ten-selection-bad
               move 2 to return-code
               goback
           end-if
           move function current-date to current-date-stamp
           move current-date-stamp(1:14) to extract-ts
           perform load-manifest-table
           close runs-out-file
           close results-out-file
           close cands-out-file
           move runs-out-path to msk-delivered-file
           move runs-count to msk-delivered-records
           perform note-delivery
           move results-out-path to msk-delivered-file
           move results-count to msk-delivered-records
           move results-withheld to msk-withheld-records
           perform note-delivery
           move cands-out-path to msk-delivered-file
           move cands-count to msk-delivered-records
           move cands-withheld to msk-withheld-records
           perform note-delivery
           display '<WHEXTR::> runs=' runs-count
                   ' kata-results=' results-count
                   ' candidates=' cands-count
                       when '*CFW*'
                           continue
                       when '*PCL*'
                       when '*SAR*'
                           continue
                       when '*HDR*'
                           set run-is-open to true
                               perform write-run-record
                               move 'n' to run-open-switch
                           end-if
      *>  a void's reversal details (voidmnt) are not results;
      *>  its block still extracts as a void-<id> run
                       when other
                           if aud-origin-in not = 'VOID'
                               perform write-result-record
                           end-if
                   end-evaluate
           end-read
           .
           .

       write-result-record.
           move aud-tenant-in to ten-record-tenant
           move aud-candidate-id-in to ten-lookup-candidate
           perform check-detail-tenant
           if ten-in-selection
               move aud-candidate-id-in to msk-lookup-id
               perform mask-candidate
               if not msk-in-scope
                   add 1 to results-withheld
               else
                   perform write-masked-result
               end-if
           end-if
           .

       write-masked-result.
           perform find-catalog-entry
           move spaces to out-line
           move msk-masked-id to out-line(1:20)
           move aud-kata-name-in to out-line(21:20)
           move aud-timestamp-in to out-line(41:14)
           move aud-seed-in to out-line(55:10)
               move kat-category(kat-index) to out-line(87:20)
           end-if
           move aud-version-in to out-line(107:4)
           move ten-record-tenant to out-line(111:8)
           write results-out-record from out-line
           add 1 to results-count
           .
               at end
                   set candidate-eof to true
               not at end
                   move can-tenant to ten-record-tenant
                   perform check-record-tenant
                   move can-id to msk-lookup-id
                   perform mask-candidate
                   if not ten-in-selection
                       continue
                   else
                   if not msk-in-scope
                       add 1 to cands-withheld
                   else
                       move candidate-record to cands-out-record
                       if msk-profile-in-use
                           move msk-masked-id to cands-out-record(1:20)
                           move msk-masked-name
                               to cands-out-record(21:30)
                       end-if
                       write cands-out-record
                       add 1 to cands-count
                   end-if
                   end-if
           end-read
           .

           write cands-out-record from control-line
           .

           copy tmskhelp.
           copy ttenhelp.

       end program whextr.
