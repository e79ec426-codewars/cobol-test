       program-id. srcget.

      *>  Submission-source extract: writes one filed attempt's
      *>  source back out of the keyed submission-source store
      *>  (batch/submission-sources.dat) as an ordinary source file,
      *>  line for line as srcload filed it - so a regrade campaign
      *>  (batch/regrade-campaign.sh) can recompile exactly what was
      *>  graded long after the CLEANUP_DAYS sweep took the build
      *>  directory's copy. The attempt header's line count bounds
      *>  the extract; trailing spaces on each line are dropped.
      *>
      *>  Usage: srcget <candidate> <kata> <timestamp> <out-file>
      *>  (run from the repo root)
      *>  Return code 0 with the source written, 1 when the store has
      *>  no such attempt, 2 on usage/open problems.

       environment division.
       input-output section.
       file-control.
           copy tsrcfc.
           select extract-file assign to dynamic extract-file-path
               organization line sequential
               file status extract-file-status.

       data division.
       file section.
           copy tsrcfd.
       fd  extract-file.
       01  extract-line pic x(160).

       working-storage section.
           copy tsrcdata.
       01  command-line-args   pic x(300).
       01  extract-file-path   pic x(150).
       01  extract-file-status pic x(2) value spaces.
       01  sg-candidate        pic x(20).
       01  sg-kata             pic x(20).
       01  sg-submitted        pic x(14).
       01  sg-header-lines     pic 9(5) value 0.
       01  sg-header-word      pic x(10).
       01  sg-header-count     pic x(10).
       01  sg-line-count       pic 9(5) value 0.
       01  sg-found-switch     pic x value 'n'.
           88 sg-found         value 'y'.

       procedure division.
           accept command-line-args from command-line
           unstring command-line-args delimited by all spaces
               into sg-candidate sg-kata sg-submitted
                    extract-file-path
           if sg-candidate = spaces or sg-kata = spaces
               or sg-submitted = spaces or extract-file-path = spaces
               display 'usage: srcget <candidate> <kata> <timestamp>'
                       ' <out-file>'
               move 2 to return-code
               goback
           end-if
           open input source-store-file
           if source-store-status not = '00'
               display '<SRCGET-ERROR::> cannot open '
                       function trim(source-store-path)
                       ' status ' source-store-status
               move 2 to return-code
               goback
           end-if

      *>  the attempt header (line 00000) says how many lines follow
           move spaces to source-store-record
           move sg-candidate to src-candidate
           move sg-kata to src-kata
           move sg-submitted to src-submitted
           move 0 to src-line-no
           read source-store-file key is src-key
               invalid key
                   continue
               not invalid key
                   set sg-found to true
           end-read
           if not sg-found
               close source-store-file
               display '<SRCGET::> no filed source for '
                       function trim(sg-candidate) '/'
                       function trim(sg-kata) ' at ' sg-submitted
               move 1 to return-code
               goback
           end-if
           unstring src-line-text delimited by all spaces
               into sg-header-word sg-header-word sg-header-word
                    sg-header-count
           if function trim(sg-header-count) is numeric
               move function numval(sg-header-count)
                   to sg-header-lines
           end-if

           open output extract-file
           if extract-file-status not = '00'
               close source-store-file
               display '<SRCGET-ERROR::> cannot open '
                       function trim(extract-file-path)
               move 2 to return-code
               goback
           end-if
           move 1 to src-line-no
           start source-store-file key >= src-key
               invalid key
                   move 0 to sg-header-lines
           end-start
           perform copy-next-source-line
               until sg-line-count >= sg-header-lines
           close extract-file
           close source-store-file
           display '<SRCGET::> ' sg-line-count ' line(s) of '
                   function trim(sg-candidate) '/'
                   function trim(sg-kata) ' at ' sg-submitted
                   ' to ' function trim(extract-file-path)
           goback.

       copy-next-source-line.
           read source-store-file next
               at end
                   move sg-line-count to sg-header-lines
           end-read
           if sg-line-count < sg-header-lines
               if src-candidate not = sg-candidate
                   or src-kata not = sg-kata
                   or src-submitted not = sg-submitted
                   move sg-line-count to sg-header-lines
               else
                   add 1 to sg-line-count
                   move src-line-text to extract-line
                   write extract-line
               end-if
           end-if
           .

       end program srcget.
