      *>  rolled up by the candidate's cohort from the candidate
      *>  master, printed as a second control-totals block.
      *>
      *>  Run under a masking profile (src/tmskdata.cpy) the
      *>  candidate in a queue-<candidate>/kata row is masked as the
      *>  profile says, and a sponsor's profile leaves out the rows
      *>  of every other sponsor's candidates, totals and all. The
      *>  report is entered on the delivery register with the
      *>  profile it was produced under.
      *>
      *>  Queue and practice rows are the selected tenant's only
      *>  (src/ttendata.cpy): the home tenant's, another's with
      *>  TENANT=<tenant>, or every tenant's with TENANT=*, which is
      *>  how run-all-katas.sh prints the ops binder's copy.
      *>
      *>  Usage: nightrpt [git-rev] [MASK=<profile>] [TENANT=<tenant>]
      *>  (run from the repo root; the revision is passed by
      *>  run-all-katas.sh so the heading can print it before the
      *>  summary trailer has been reached).
      *>  Output: batch/nightly-report.txt.

       environment division.
       input-output section.
       file-control.
           copy tcanfc.
           copy tmskfc.
           copy ttenfc.
           select summary-file assign to dynamic summary-file-path
               organization line sequential
               file status summary-file-status.
       data division.
       file section.
           copy tcanfd.
           copy tmskfd.
           copy ttenfd.
       fd  summary-file.
       01  summary-record pic x(250).
       fd  report-file.
       working-storage section.
           copy tcandata.
           copy tcohdata.
           copy tmskdata.
           copy ttendata.

      *>  Per-cohort control totals over the queue-graded
      *>  details - the only summary rows that carry a candidate id.
       01  summary-token-2     pic x(40).
       01  summary-token-3     pic x(40).
       01  summary-compiler    pic x(40).
       01  report-compiler     pic x(40).
       01  summary-kata        pic x(20).
       01  count-scan-text     pic x(20).

       01  slash-count         pic 9(3) value 0.

       procedure division.
           accept msk-command-args from command-line
           move 'NIGHTRPT' to msk-output
           perform take-masking-profile
           if msk-profile-bad
               move 2 to return-code
               goback
           end-if
           unstring msk-command-args delimited by all spaces
               into report-git-rev
           if report-git-rev(1:5) = 'MASK='
                   or report-git-rev(1:7) = 'TENANT='
               move spaces to report-git-rev
           end-if
           move msk-command-args to ten-command-args
           move 'NIGHTRPT' to ten-program
           perform take-tenant-selection
           if ten-selection-bad
               move 2 to return-code
               goback
           end-if
           if report-git-rev = spaces
               move 'NONE' to report-git-rev
           end-if
           close summary-file
           perform print-control-totals
           close report-file
           move report-file-path to msk-delivered-file
           move total-detail-lines to msk-delivered-records
           perform note-delivery
           goback.

       read-next-summary-record.
               inspect summary-token-1
                   tallying slash-count for all '/'
               if slash-count > 0
                   perform split-compiler-and-kata
                   perform check-row-tenant
                   perform mask-queue-candidate
                   evaluate true
                       when not ten-in-selection
                           continue
                       when not msk-in-scope
                           add 1 to msk-withheld-records
                       when summary-token-2(1:7) = 'PASSED='
                           perform print-graded-detail
                       when summary-token-2 not = spaces
                               and summary-token-3 = spaces
                           perform print-status-detail
                   end-evaluate
               end-if
           end-if
           .
           end-if
           .

      *>  a queue or practice row is its candidate's tenant's; the
      *>  tree run's own rows are the runners', listed whichever
      *>  tenant is selected.
       check-row-tenant.
           set ten-in-selection to true
           evaluate true
               when summary-compiler(1:6) = 'queue-'
                   move summary-compiler(7:20) to ten-lookup-candidate
                   perform check-candidate-tenant
               when summary-compiler(1:9) = 'practice-'
                   move summary-compiler(10:20)
                       to ten-lookup-candidate
                   perform check-candidate-tenant
           end-evaluate
           .

      *>  the cohort totals still look the candidate up by the id
      *>  in clear; only the printed column is masked.
       mask-queue-candidate.
           move summary-compiler to report-compiler
           set msk-in-scope to true
           if summary-compiler(1:6) = 'queue-'
               move summary-compiler(7:20) to msk-lookup-id
               perform mask-candidate
               move spaces to report-compiler
               string 'queue-' function trim(msk-masked-id)
                   delimited by size into report-compiler
           end-if
           .

       print-graded-detail.
           move report-compiler to det-compiler
           move summary-kata to det-kata
           move 'OK' to det-status
           move spaces to count-scan-text
           .

       print-status-detail.
           move report-compiler to det-compiler
           move summary-kata to det-kata
           move summary-token-2 to det-status
           move 0 to det-passed det-failed
           write report-record from total-line
           .

           copy tmskhelp.
           copy ttenhelp.

       end program nightrpt.
