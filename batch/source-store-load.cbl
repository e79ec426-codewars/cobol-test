       program-id. srcload.

      *>  Submission-source loader. A candidate's solution.cbl
      *>  only lived under .build/submissions/<candidate>/<kata>
      *>  until the CLEANUP_DAYS sweep took it, so by the time an
      *>  appeal or a similarity question came up the source that
      *>  was actually graded was gone. This files one submission's
      *>  source into the keyed submission-source store
      *>  (batch/submission-sources.dat), one record per line under
      *>  the same candidate/kata/timestamp the audit detail carries,
      *>  stamped with the kata version it was graded against -
      *>  srcdiff reads it back attempt by attempt.
      *>
      *>  Loading the same attempt again rewrites its records in
      *>  place (a rerun of the drain is idempotent); lines past the
      *>  160-byte store width are kept to their first 160 bytes,
      *>  well past the fixed-format text area.
      *>
      *>  Usage: srcload <source-file> <candidate> <kata>
      *>         <timestamp> <version>
      *>  (run from the repo root; run-all-katas.sh files every
      *>  queue submission it writes an audit detail for)

       environment division.
       input-output section.
       file-control.
           copy tsrcfc.
           select source-file assign to dynamic source-file-path
               organization line sequential
               file status source-file-status.

       data division.
       file section.
           copy tsrcfd.
       fd  source-file.
       01  source-line pic x(160).

       working-storage section.
           copy tsrcdata.
       01  command-line-args  pic x(300).
       01  source-file-path   pic x(150).
       01  source-file-status pic x(2) value spaces.
       01  source-eof-switch  pic x value 'n'.
           88 source-eof      value 'y'.
       01  sl-candidate       pic x(20).
       01  sl-kata            pic x(20).
       01  sl-submitted       pic x(14).
       01  sl-version         pic x(4).
       01  sl-line-count      pic 9(5) value 0.
       01  sl-header-text     pic x(160).

       procedure division.
           accept command-line-args from command-line
           unstring command-line-args delimited by all spaces
               into source-file-path sl-candidate sl-kata
                    sl-submitted sl-version
           if source-file-path = spaces or sl-candidate = spaces
               or sl-kata = spaces or sl-submitted = spaces
               display 'usage: srcload <source-file> <candidate>'
                       ' <kata> <timestamp> <version>'
               move 2 to return-code
               goback
           end-if
           if sl-version = spaces
               move '0001' to sl-version
           end-if
           open input source-file
           if source-file-status not = '00'
               display '<SRCLOAD-ERROR::> cannot open '
                       function trim(source-file-path)
               move 2 to return-code
               goback
           end-if
           perform open-source-store
           perform read-next-source-line until source-eof
           close source-file
           perform store-attempt-header
           close source-store-file
           display '<SRCLOAD::> ' sl-line-count ' line(s) filed for '
                   function trim(sl-candidate) '/'
                   function trim(sl-kata)
                   ' at ' sl-submitted ' version ' sl-version
           goback.

      *>  same lazy-create idiom as the case-results master
       open-source-store.
           open i-o source-store-file
           if source-store-status = '35'
               open output source-store-file
               close source-store-file
               open i-o source-store-file
           end-if
           if source-store-status not = '00'
               display '<SRCLOAD-ERROR::> cannot open '
                       function trim(source-store-path)
                       ' status ' source-store-status
               move 2 to return-code
               goback
           end-if
           .

       read-next-source-line.
           read source-file
               at end
                   set source-eof to true
               not at end
                   add 1 to sl-line-count
                   move spaces to source-store-record
                   move sl-line-count to src-line-no
                   move source-line to src-line-text
                   perform write-source-store-record
           end-read
           .

       store-attempt-header.
           move spaces to sl-header-text
           string 'path ' function trim(source-file-path)
                  ' lines ' sl-line-count
               delimited by size into sl-header-text
           move spaces to source-store-record
           move 0 to src-line-no
           move sl-header-text to src-line-text
           perform write-source-store-record
           .

       write-source-store-record.
           move sl-candidate to src-candidate
           move sl-kata to src-kata
           move sl-submitted to src-submitted
           move sl-version to src-version
           write source-store-record
               invalid key
      *>  a reload of the same attempt: the line stands,
      *>  refreshed
                   rewrite source-store-record
           end-write
           .

       end program srcload.
