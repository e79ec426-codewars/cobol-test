       program-id. voidrpt.

      *>  Void register report: what was voided, by whom and why.
      *>  Reads batch/void-register.txt (appended by voidmnt,
      *>  batch/void-maint.cbl) and lists each void once - its run,
      *>  reason code, who requested it and when it was posted -
      *>  followed by the audit details it took out (candidate,
      *>  kata, run timestamp, runner). A void's register records
      *>  are appended together, so a change of void id starts the
      *>  next group. A run voided in slices shows one group per
      *>  slice, each under its own void id.
      *>
      *>  Usage: voidrpt [void-id]   (blank lists the whole
      *>  register; run from the repo root)
      *>  Output: batch/void-register-report.txt and a one-line
      *>  summary. Return code 1 when the register is missing or has
      *>  no such void, 2 when the report cannot be written.

       environment division.
       input-output section.
       file-control.
           copy tvoidfc.
           select void-report-file assign to dynamic void-report-path
               organization line sequential
               file status void-report-status.

       data division.
       file section.
           copy tvoidfd.
       fd  void-report-file.
       01  void-report-record pic x(132).

       working-storage section.
           copy tvoiddata.
       01  command-line-args   pic x(80).
       01  void-report-path    pic x(100)
                                value 'batch/void-register-report.txt'.
       01  void-report-status  pic x(2) value spaces.
       01  void-report-line    pic x(132).
       01  vr-void-id          pic x(12) value spaces.
       01  vr-group-id         pic x(12) value spaces.
       01  vr-voids            pic 9(5) value 0.
       01  vr-details          pic 9(7) value 0.
       01  vr-group-details    pic 9(5) value 0.

       01  vr-detail-line.
           05 filler             pic x(4) value spaces.
           05 vrd-candidate      pic x(20).
           05 filler             pic x value space.
           05 vrd-kata           pic x(20).
           05 filler             pic x value space.
           05 vrd-timestamp      pic x(14).
           05 filler             pic x(2) value spaces.
           05 vrd-runner         pic x(20).

       procedure division.
           accept command-line-args from command-line
           unstring command-line-args delimited by all spaces
               into vr-void-id
           open input void-register-file
           if void-register-status not = '00'
               display '<VOIDRPT::> no void register at '
                       function trim(void-register-path)
               move 1 to return-code
               goback
           end-if
           open output void-report-file
           if void-report-status not = '00'
               close void-register-file
               display '<VOIDRPT-ERROR::> cannot write '
                       function trim(void-report-path)
               move 2 to return-code
               goback
           end-if
           move spaces to void-report-line
           if vr-void-id = spaces
               move 'VOID REGISTER - all voids' to void-report-line
           else
               string 'VOID REGISTER - void ' function trim(vr-void-id)
                   delimited by size into void-report-line
           end-if
           perform write-report-line
           move all '-' to void-report-line
           perform write-report-line
           perform read-next-register-record until void-register-eof
           close void-register-file
           if vr-group-id not = spaces
               perform close-void-group
           end-if
           move spaces to void-report-line
           perform write-report-line
           move spaces to void-report-line
           string 'VOIDS ' vr-voids '  DETAILS VOIDED ' vr-details
               delimited by size into void-report-line
           perform write-report-line
           close void-report-file
           if vr-voids = 0
               display '<VOIDRPT::> nothing on the void register'
                       ' for ' function trim(vr-void-id)
               move 1 to return-code
               goback
           end-if
           display '<VOIDRPT::> ' vr-voids ' void(s), ' vr-details
                   ' detail(s) -> ' function trim(void-report-path)
           goback.

       read-next-register-record.
           read void-register-file
               at end
                   set void-register-eof to true
               not at end
                   if vr-void-id = spaces
                       or vrg-void-id-in = vr-void-id
                       perform report-register-record
                   end-if
           end-read
           .

       report-register-record.
           if vrg-void-id-in not = vr-group-id
               if vr-group-id not = spaces
                   perform close-void-group
               end-if
               perform open-void-group
           end-if
           add 1 to vr-details
           add 1 to vr-group-details
           move vrg-candidate-in to vrd-candidate
           move vrg-kata-in to vrd-kata
           move vrg-timestamp-in to vrd-timestamp
           move vrg-runner-in to vrd-runner
           move vr-detail-line to void-report-line
           perform write-report-line
           .

       open-void-group.
           add 1 to vr-voids
           move vrg-void-id-in to vr-group-id
           move 0 to vr-group-details
           move spaces to void-report-line
           perform write-report-line
           move spaces to void-report-line
           string 'VOID ' function trim(vrg-void-id-in)
                  '  run ' function trim(vrg-run-id-in)
                  '  reason ' function trim(vrg-reason-in)
               delimited by size into void-report-line
           perform write-report-line
           move spaces to void-report-line
           string '  voided by ' function trim(vrg-voided-by-in)
                  ' on ' vrg-voided-in(1:8)
                  ' at ' vrg-voided-in(9:6)
               delimited by size into void-report-line
           perform write-report-line
           move spaces to void-report-line
           move 'CANDIDATE' to void-report-line(5:)
           move 'KATA' to void-report-line(26:)
           move 'RUN-TS' to void-report-line(47:)
           move 'RUNNER' to void-report-line(63:)
           perform write-report-line
           .

       close-void-group.
           move spaces to void-report-line
           string '    ' vr-group-details ' detail(s) voided'
               delimited by size into void-report-line
           perform write-report-line
           .

       write-report-line.
           move void-report-line to void-report-record
           write void-report-record
           .

       end program voidrpt.
