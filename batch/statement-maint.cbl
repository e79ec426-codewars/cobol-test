      *>    BEGIN     start (or restart, truncating) the statement
      *>              for a kata - the kata must be in the catalog
      *>    TEXT      append one line of statement text
      *>    HBEGIN    start (or restart) the kata's hint ladder,
      *>              batch/statements/<kata>-hints.txt
      *>    HINT      append one hint line: text is the hint level
      *>              (1-4, least to most specific) then the line
      *>
      *>  A deck is therefore the full new statement, echoed line by
      *>  line as it applies; a TEXT with no open BEGIN, a HINT with
      *>  no open HBEGIN or no level 1-4, or a BEGIN/HBEGIN for a
      *>  kata the catalog never heard of, is an error.
      *>
      *>  The master-change history (src/tmchdata.cpy) takes every
      *>  line a BEGIN/HBEGIN replaces and every line a TEXT/HINT
      *>  writes, by line number, under the operator the run was
      *>  started with, so a statement rebuilds as it stood on any
      *>  day.
      *>
      *>  Usage: stmtmnt [operator] [input-deck]
      *>  (run from the repo root)

       environment division.
       input-output section.
               assign to dynamic statement-file-path
               organization line sequential
               file status statement-file-status.
           copy tmchfc.

       data division.
       file section.
           05 mnt-text-in   pic x(100).
       fd  statement-file.
       01  statement-record pic x(100).
           copy tmchfd.

       working-storage section.
           copy tcatdata.
           88 maint-eof       value 'y'.
       01  maint-error-count  pic 9(4) value 0.
       01  maint-applied-count pic 9(4) value 0.
       01  maint-operator     pic x(8) value spaces.
       01  maint-command-args pic x(120) value spaces.
       01  maint-deck-arg     pic x(100) value spaces.
           copy tmchdata.
       01  statement-file-path pic x(100).
       01  statement-file-status pic x(2) value spaces.
       01  statement-open-switch pic x value 'n'.
           88 statement-is-open value 'y'.
       01  statement-kata     pic x(20) value spaces.
       01  statement-kind-switch pic x value 's'.
           88 statement-is-hints value 'h'.
       01  statement-eof-switch pic x value 'n'.
           88 statement-eof   value 'y'.
       01  statement-line-count pic 9(4) value 0.

       01  ktm-max            pic 9(3) value 0.
       01  ktm-name-table.
           88 ktm-found       value 'y'.

       procedure division.
           accept maint-command-args from command-line
           unstring maint-command-args delimited by all spaces
               into maint-operator maint-deck-arg
           end-unstring
           if maint-deck-arg not = spaces
               move maint-deck-arg to maint-input-path
           end-if
           if maint-operator not = spaces
               move maint-operator to mch-operator
           end-if
           move 'STMTMNT' to mch-program
           move 'STMT' to mch-master
           perform load-catalog-names
           open input maint-input-file
           if maint-input-status not = '00'
                   perform begin-statement
               when 'TEXT    '
                   perform append-statement-text
               when 'HBEGIN  '
                   perform begin-statement
               when 'HINT    '
                   perform append-hint-text
               when other
                   display '<STMTMNT-ERROR::> unknown action '
                           mnt-action-in ' for ' mnt-kata-in
               add 1 to maint-error-count
           else
               move spaces to statement-file-path
               if mnt-action-in = 'HBEGIN  '
                   move 'h' to statement-kind-switch
                   string 'batch/statements/'
                          function trim(mnt-kata-in) '-hints.txt'
                       delimited by size into statement-file-path
               else
                   move 's' to statement-kind-switch
                   string 'batch/statements/'
                          function trim(mnt-kata-in) '.txt'
                       delimited by size into statement-file-path
               end-if
               move mnt-kata-in to statement-kata
               perform note-replaced-statement
               open output statement-file
               if statement-file-status not = '00'
                   display '<STMTMNT-ERROR::> cannot write '
               else
                   set statement-is-open to true
                   move mnt-kata-in to statement-kata
                   if statement-is-hints
                       display '<STMTMNT::> rewriting hints for '
                               function trim(mnt-kata-in)
                   else
                       display '<STMTMNT::> rewriting statement for '
                               function trim(mnt-kata-in)
                   end-if
               end-if
           end-if
           .

       append-statement-text.
           if not statement-is-open or statement-is-hints
               display '<STMTMNT-ERROR::> TEXT with no open BEGIN'
               add 1 to maint-error-count
           else
               write statement-record from mnt-text-in
               display '<STMTMNT::> ' function trim(statement-kata)
                       ' | ' function trim(mnt-text-in)
               perform note-statement-line
               add 1 to maint-applied-count
           end-if
           .

       append-hint-text.
           if not statement-is-open or not statement-is-hints
               display '<STMTMNT-ERROR::> HINT with no open HBEGIN'
               add 1 to maint-error-count
           else
           if mnt-text-in(1:1) < '1' or mnt-text-in(1:1) > '4'
               display '<STMTMNT-ERROR::> ' function trim(
                       statement-kata) ' hint line has no level 1-4'
               add 1 to maint-error-count
           else
               write statement-record from mnt-text-in
               display '<STMTMNT::> ' function trim(statement-kata)
                       ' hint ' mnt-text-in(1:1) ' | '
                       function trim(mnt-text-in(2:))
               perform note-statement-line
               add 1 to maint-applied-count
           end-if
           end-if
           .

      *>  the document a BEGIN/HBEGIN is about to truncate: each of
      *>  its lines leaves, by line number. A kata with no document
      *>  yet has nothing to note.
       note-replaced-statement.
           move 0 to statement-line-count
           move 'n' to statement-eof-switch
           open input statement-file
           if statement-file-status = '00'
               perform note-next-replaced-line until statement-eof
               close statement-file
           end-if
           move 0 to statement-line-count
           .

       note-next-replaced-line.
           read statement-file
               at end
                   set statement-eof to true
               not at end
                   add 1 to statement-line-count
                   perform set-statement-line-key
                   move statement-record to mch-before
                   move spaces to mch-after
                   perform write-master-change
           end-read
           .

       note-statement-line.
           add 1 to statement-line-count
           perform set-statement-line-key
           move spaces to mch-before
           move mnt-text-in to mch-after
           perform write-master-change
           .

       set-statement-line-key.
           move mnt-action-in to mch-action
           move spaces to mch-key
           move statement-kata to mch-key(1:20)
           if statement-is-hints
               move 'HINTS' to mch-key(21:8)
           else
               move 'STATEMNT' to mch-key(21:8)
           end-if
           move statement-line-count to mch-key(29:4)
           .

       close-open-statement.
           if statement-is-open
               close statement-file
           end-if
           .

           copy tmchhelp.

       end program stmtmnt.
