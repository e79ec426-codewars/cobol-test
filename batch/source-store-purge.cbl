       program-id. srcpurge.

      *>  Submission-source half of the candidate purge
      *>  (batch/purge-candidate.sh drives the flat files): deletes
      *>  every line the candidate has on file in the keyed
      *>  submission-source store. Their source is their own
      *>  artifact, like the feedback bundles and build directories
      *>  the purge deletes outright - nothing is anonymized and
      *>  kept.
      *>
      *>  Usage: srcpurge <candidate-id>
      *>  A missing store is nothing to purge (return code 0);
      *>  2 on usage/open problems. The count of records deleted is
      *>  displayed for the purge audit.

       environment division.
       input-output section.
       file-control.
           copy tsrcfc.

       data division.
       file section.
           copy tsrcfd.

       working-storage section.
           copy tsrcdata.
       01  command-line-args pic x(80).
       01  purge-candidate   pic x(20).
       01  purge-done-switch pic x value 'n'.
           88 purge-done     value 'y'.
       01  deleted-count     pic 9(7) value 0.

       procedure division.
           accept command-line-args from command-line
           unstring command-line-args delimited by all spaces
               into purge-candidate
           if purge-candidate = spaces
               display 'usage: srcpurge <candidate-id>'
               move 2 to return-code
               goback
           end-if
           open i-o source-store-file
           if source-store-status = '35'
               display '<SRCPURGE::> 0000000 record(s) deleted;'
                       ' no submission-source store'
               goback
           end-if
           if source-store-status not = '00'
               display '<SRCPURGE-ERROR::> cannot open '
                       function trim(source-store-path)
                       ' status ' source-store-status
               move 2 to return-code
               goback
           end-if
           perform delete-next-candidate-record until purge-done
           close source-store-file
           display '<SRCPURGE::> ' deleted-count ' record(s)'
                   ' deleted for ' function trim(purge-candidate)
           goback.

      *>  One record per pass, re-positioned at the candidate's
      *>  key prefix each time - the same cursor discipline crsmerge
      *>  keeps across its delete/write churn.
       delete-next-candidate-record.
           move spaces to source-store-record
           move purge-candidate to src-candidate
           move low-values to src-kata src-submitted
           move 0 to src-line-no
           start source-store-file key >= src-key
               invalid key
                   set purge-done to true
           end-start
           if not purge-done
               read source-store-file next
                   at end
                       set purge-done to true
               end-read
           end-if
           if not purge-done
               if src-candidate not = purge-candidate
                   set purge-done to true
               else
                   delete source-store-file record
                   add 1 to deleted-count
               end-if
           end-if
           .

       end program srcpurge.
