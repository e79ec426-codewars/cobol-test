      *>  trackrpt reads the result for the instructors'
      *>  progression report, and feedgen recommends each
      *>  candidate's next track kata in their feedback bundle.
      *>  Every step added, replaced or dropped and every
      *>  enrollment goes on the master-change history
      *>  (src/tmchdata.cpy) with its before and after image and
      *>  the operator the run was started with.
      *>
      *>  Usage: trkmaint [operator]   (run from the repo root)

       environment division.
       input-output section.
               assign to dynamic enrollment-file-path
               organization line sequential
               file status enrollment-file-status.
           copy tmchfc.

       data division.
       file section.
           05 enr-candidate-in pic x(20).
           05 enr-track-in     pic x(20).
           05 enr-date-in      pic x(8).
           copy tmchfd.

       working-storage section.
           copy tcatdata.
       01  enrollment-file-status pic x(2) value spaces.
       01  maint-error-count  pic 9(4) value 0.
       01  maint-applied-count pic 9(4) value 0.
       01  maint-operator     pic x(8) value spaces.
           copy tmchdata.
       01  current-date-stamp pic x(21).

       01  trs-max            pic 9(3) value 0.
       01  trs-found-switch   pic x value 'n'.
           88 trs-found       value 'y'.
       01  trs-scan           pic 9(3) value 0.
      *>  one step as the history shows it, in the file's layout
       01  step-image.
           05 stp-track       pic x(20).
           05 stp-seq         pic x(3).
           05 stp-kata        pic x(20).

       01  kat-max            pic 9(3) value 0.
       01  kat-name-table.
           88 kat-found       value 'y'.

       procedure division.
           accept maint-operator from command-line
           if maint-operator not = spaces
               move maint-operator to mch-operator
           end-if
           move 'TRKMAINT' to mch-program
           move function current-date to current-date-stamp
           perform load-catalog-names
           perform load-tracks-table
               add 1 to maint-error-count
           else
               perform find-track-step
               move spaces to mch-before
               if trs-found
                   perform move-step-to-image
                   move step-image to mch-before
               end-if
               if not trs-found
                   if trs-max < 100
                       add 1 to trs-max
                   move mnt-target-in to trs-kata(trs-index)
                   display '<TRKMAINT::> step     '
                           mnt-track-in mnt-seq-in mnt-target-in
                   perform move-step-to-image
                   move step-image to mch-after
                   perform note-track-change
                   add 1 to maint-applied-count
               end-if
           end-if
                       ' step ' mnt-seq-in ' not on file'
               add 1 to maint-error-count
           else
               perform move-step-to-image
               move step-image to mch-before
               move spaces to mch-after
               perform note-track-change
      *>  close the gap so the rewrite carries no hole
               perform varying trs-scan from trs-index by 1
                       until trs-scan >= trs-max
               close enrollment-file
               display '<TRKMAINT::> enrolled ' mnt-target-in
                       ' on ' mnt-track-in
               move 'TRACKENR' to mch-master
               move mnt-action-in to mch-action
               move spaces to mch-key mch-before mch-after
               move mnt-target-in to mch-key(1:20)
               move mnt-track-in to mch-key(21:20)
               move mch-key(1:40) to mch-after(1:40)
               move current-date-stamp(1:8) to mch-after(41:8)
               perform write-master-change
               add 1 to maint-applied-count
           end-if
           .

      *>  the step at trs-index in its file layout.
       move-step-to-image.
           move trs-track(trs-index) to stp-track
           move trs-seq(trs-index) to stp-seq
           move trs-kata(trs-index) to stp-kata
           .

      *>  mch-before and mch-after in.
       note-track-change.
           move 'TRACK' to mch-master
           move mnt-action-in to mch-action
           move spaces to mch-key
           move mnt-track-in to mch-key(1:20)
           move mnt-seq-in to mch-key(21:3)
           perform write-master-change
           .

       rewrite-tracks-file.
           open output tracks-file
           if tracks-file-status not = '00'
           close tracks-file
           .

           copy tmchhelp.

       end program trkmaint.
