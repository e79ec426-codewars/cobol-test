      *>  or above the threshold, with the longest matching region
      *>  identified. Runs as its own step after grading so an
      *>  instructor reviews flags before scores are released.
      *>  A multi-member submission (a *.manifest queue path, see
      *>  batch/submission-members.sh) is screened as all of its
      *>  members together - a copy moved into a copybook or a
      *>  subprogram still matches.
      *>
      *>  Usage: simscr [threshold-pct]   (default 70; run from the
      *>  repo root). Input: batch/submissions-queue.txt GRADED rows.
           select source-file assign to dynamic source-file-path
               organization line sequential
               file status source-file-status.
           select manifest-file assign to dynamic manifest-file-path
               organization line sequential
               file status manifest-file-status.
           select simrpt-file assign to dynamic simrpt-file-path
               organization line sequential
               file status simrpt-file-status.
           05 q-path-in      pic x(100).
       fd  source-file.
       01  source-record pic x(120).
       fd  manifest-file.
       01  manifest-record.
           05 mf-role-in     pic x(8).
           05 mf-member-in   pic x(112).
       fd  simrpt-file.
       01  simrpt-record pic x(132).

       01  source-file-status pic x(2) value spaces.
       01  source-eof-switch  pic x value 'n'.
           88 source-eof      value 'y'.
       01  manifest-file-path pic x(100).
       01  manifest-file-status pic x(2) value spaces.
       01  manifest-eof-switch pic x value 'n'.
           88 manifest-eof    value 'y'.
       01  sub-manifest-switch pic x value 'n'.
           88 sub-is-manifest value 'y'.
       01  path-length        pic 9(3) value 0.
       01  dir-length         pic 9(3) value 0.
       01  simrpt-file-path   pic x(100)
                               value 'batch/similarity-report.txt'.
       01  simrpt-file-status pic x(2) value spaces.

       load-one-submission.
           move sub-path(sub-load-index) to source-file-path
           perform find-manifest-directory
           if sub-is-manifest
               move sub-path(sub-load-index) to manifest-file-path
               move 'n' to manifest-eof-switch
               open input manifest-file
               if manifest-file-status = '00'
                   perform read-next-manifest-record
                       until manifest-eof
                   close manifest-file
               end-if
           else
               perform load-source-file
           end-if
           .

       load-source-file.
           move 'n' to source-eof-switch
           open input source-file
           if source-file-status = '00'
           end-if
           .

      *>  A manifest names its members by plain file name; they
      *>  sit in the manifest's own directory.
       find-manifest-directory.
           move 'n' to sub-manifest-switch
           move 0 to dir-length
           compute path-length = function length(
               function trim(sub-path(sub-load-index) trailing))
           if path-length > 9
               and sub-path(sub-load-index)(path-length - 8:9)
                   = '.manifest'
               set sub-is-manifest to true
               perform varying char-scan from path-length by -1
                       until char-scan < 1 or dir-length > 0
                   if sub-path(sub-load-index)(char-scan:1) = '/'
                       move char-scan to dir-length
                   end-if
               end-perform
           end-if
           .

       read-next-manifest-record.
           read manifest-file
               at end
                   set manifest-eof to true
               not at end
                   if manifest-record(1:1) not = '#'
                       and mf-member-in not = spaces
                       move spaces to source-file-path
                       if dir-length > 0
                           string sub-path(sub-load-index)
                                      (1:dir-length)
                                  function trim(mf-member-in)
                               delimited by size
                               into source-file-path
                       else
                           move function trim(mf-member-in)
                               to source-file-path
                       end-if
                       perform load-source-file
                   end-if
           end-read
           .

       read-next-source-record.
           read source-file into raw-line
               at end
