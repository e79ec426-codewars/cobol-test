      *>  Masking-profile lookup, masking and the delivery register
      *>  (see the note in src/tmskdata.cpy). take-masking-profile
      *>  finds the MASK= word on the command line and the profile's
      *>  row for the output, and loads the candidate master for the
      *>  names and sponsors; mask-candidate masks one id (and its
      *>  name), mask-text-line every id and name in a line of free
      *>  text; note-delivery enters a delivered file on the
      *>  register. needs tmskdata and tmskfc/tmskfd, and tcandata
      *>  and tcanfc/tcanfd, in the same program.
       take-masking-profile.
           move 'n' to msk-profile-switch msk-profile-bad-switch
           move spaces to msk-profile
           move 1 to msk-token-pointer
           perform until msk-token-pointer > 250
               move spaces to msk-token
               unstring msk-command-args delimited by all spaces
                   into msk-token
                   with pointer msk-token-pointer
               end-unstring
               if msk-token(1:5) = 'MASK='
                   move msk-token(6:8) to msk-profile
               end-if
           end-perform
           if msk-profile not = spaces
               set msk-profile-in-use to true
               perform read-masking-profile
           end-if
           if msk-profile-in-use and not msk-profile-bad
               perform load-masking-candidates
               if msk-scope-sponsor = spaces
                   display '<' function trim(msk-output)
                           '::> masking under profile '
                           function trim(msk-profile) ': ids '
                           function trim(msk-id-treatment) ', names '
                           function trim(msk-name-treatment)
               else
                   display '<' function trim(msk-output)
                           '::> masking under profile '
                           function trim(msk-profile) ': ids '
                           function trim(msk-id-treatment) ', names '
                           function trim(msk-name-treatment)
                           ', sponsor '
                           function trim(msk-scope-sponsor) ' only'
               end-if
           end-if
           .

      *>  the output's own row, else the profile's '*' row; a
      *>  treatment the profile misspells is refused, not guessed.
       read-masking-profile.
           move 'n' to msk-own-row-switch msk-star-row-switch
           move 'n' to masking-profile-eof-switch
           open input masking-profile-file
           if masking-profile-status = '00'
               perform read-next-masking-profile
                   until masking-profile-eof
               close masking-profile-file
           end-if
           evaluate true
               when not msk-own-row and not msk-star-row
                   display '<' function trim(msk-output)
                           '-ERROR::> no masking profile '
                           function trim(msk-profile) ' for '
                           function trim(msk-output) ' in '
                           function trim(masking-profile-path)
                   set msk-profile-bad to true
               when msk-id-treatment not = 'CLEAR   '
                       and msk-id-treatment not = 'PSEUDO  '
                       and msk-id-treatment not = 'PARTIAL '
                       and msk-id-treatment not = 'SUPPRESS'
               when msk-name-treatment not = 'CLEAR   '
                       and msk-name-treatment not = 'PSEUDO  '
                       and msk-name-treatment not = 'PARTIAL '
                       and msk-name-treatment not = 'SUPPRESS'
                   display '<' function trim(msk-output)
                           '-ERROR::> masking profile '
                           function trim(msk-profile)
                           ' has treatment '
                           function trim(msk-id-treatment) '/'
                           function trim(msk-name-treatment)
                           '; CLEAR PSEUDO PARTIAL or SUPPRESS'
                   set msk-profile-bad to true
           end-evaluate
           .

       read-next-masking-profile.
           read masking-profile-file
               at end
                   set masking-profile-eof to true
               not at end
                   if masking-profile-record(1:1) not = '#'
                       and mpr-profile-in = msk-profile
                       if mpr-output-in = msk-output
                           set msk-own-row to true
                           perform take-masking-row
                       else
                           if mpr-output-in = '*'
                               and not msk-own-row
                               set msk-star-row to true
                               perform take-masking-row
                           end-if
                       end-if
                   end-if
           end-read
           .

       take-masking-row.
           move mpr-id-treatment-in to msk-id-treatment
           move mpr-name-treatment-in to msk-name-treatment
           move mpr-sponsor-in to msk-scope-sponsor
           move mpr-key-in to msk-pseudonym-key
           move mpr-description-in to msk-description
           .

       load-masking-candidates.
           move 0 to mcd-max
           open input candidate-file
           if candidate-file-status = '00'
               perform read-next-masking-candidate until candidate-eof
               close candidate-file
               move 'n' to candidate-eof-switch
           end-if
           .

       read-next-masking-candidate.
           read candidate-file next
               at end
                   set candidate-eof to true
               not at end
                   if mcd-max < 1000
                       add 1 to mcd-max
                       move can-id to mcd-id(mcd-max)
                       move can-name to mcd-name(mcd-max)
                       move can-sponsor to mcd-sponsor(mcd-max)
                       move 0 to mcd-id-length(mcd-max)
                                 mcd-name-length(mcd-max)
                       if can-id not = spaces
                           move function length(function trim(can-id))
                               to mcd-id-length(mcd-max)
                       end-if
                       if can-name not = spaces
                           move function length
                                   (function trim(can-name))
                               to mcd-name-length(mcd-max)
                       end-if
                   else
                       display '<' function trim(msk-output)
                               '-WARNING::> candidate master over'
                               ' 1000 records; ' function trim(can-id)
                               ' and later have no name or sponsor'
                               ' to mask'
                   end-if
           end-read
           .

       find-masking-candidate.
           move 'n' to mcd-found-switch
           move 1 to mcd-index
           perform test before
               until mcd-index > mcd-max or mcd-found
               if mcd-id(mcd-index) = msk-lookup-id
                   set mcd-found to true
               else
                   add 1 to mcd-index
               end-if
           end-perform
           .

      *>  with no profile in use the id comes back as it went in
      *>  and every candidate is in scope.
       mask-candidate.
           move msk-lookup-id to msk-masked-id
           move spaces to msk-masked-name
           set msk-in-scope to true
           if msk-profile-in-use
               perform find-masking-candidate
               if mcd-found
                   move mcd-name(mcd-index) to msk-masked-name
               end-if
               if msk-scope-sponsor not = spaces
                   if not mcd-found
                       move 'n' to msk-scope-switch
                   else
                       if mcd-sponsor(mcd-index) not = msk-scope-sponsor
                           move 'n' to msk-scope-switch
                       end-if
                   end-if
               end-if
               if msk-lookup-id not = spaces
                   set msk-id-field to true
                   move msk-id-treatment to msk-treatment
                   move msk-lookup-id to msk-clear-text
                   perform apply-masking-treatment
                   move msk-masked-text to msk-masked-id
               end-if
               if msk-masked-name not = spaces
                   set msk-name-field to true
                   move msk-name-treatment to msk-treatment
                   move msk-masked-name to msk-clear-text
                   perform apply-masking-treatment
                   move msk-masked-text to msk-masked-name
               end-if
           end-if
           .

      *>  msk-clear-text and msk-treatment in, msk-masked-text out.
       apply-masking-treatment.
           move function length(function trim(msk-clear-text))
               to msk-clear-length
           move spaces to msk-masked-text
           evaluate msk-treatment
               when 'PSEUDO  '
                   perform make-pseudonym
                   if msk-name-field
                       string 'CANDIDATE ' msk-pseudonym
                           delimited by size into msk-masked-text
                   else
                       move msk-pseudonym to msk-masked-text
                   end-if
               when 'PARTIAL '
                   if msk-name-field
                       perform make-initials
                   else
                       if msk-clear-length > 2
                           move msk-clear-text(1:2) to msk-masked-text
                           move all '*' to
                               msk-masked-text(3:msk-clear-length - 2)
                       else
                           move msk-clear-text(1:1) to msk-masked-text
                           move '*' to msk-masked-text(2:1)
                       end-if
                   end-if
               when 'SUPPRESS'
                   move '*SUPPRESSED*' to msk-masked-text
               when other
                   move msk-clear-text to msk-masked-text
           end-evaluate
           .

      *>  the key and the id, folded a character at a time - the
      *>  same pair always gives the same nine digits, and another
      *>  profile's key gives others.
       make-pseudonym.
           move spaces to msk-hash-text
           string msk-pseudonym-key delimited by space
                  msk-lookup-id delimited by space
               into msk-hash-text
           move function length(function trim(msk-hash-text))
               to msk-hash-length
           move 0 to msk-hash
           perform varying msk-hash-position from 1 by 1
                   until msk-hash-position > msk-hash-length
               compute msk-hash = function mod(msk-hash * 31
                   + function ord
                       (msk-hash-text(msk-hash-position:1)),
                   999999937)
           end-perform
           move spaces to msk-pseudonym
           string 'P' msk-hash delimited by size into msk-pseudonym
           .

       make-initials.
           move 1 to msk-initial-pointer
           set msk-next-is-initial to true
           perform varying msk-hash-position from 1 by 1
                   until msk-hash-position > msk-clear-length
               if msk-clear-text(msk-hash-position:1) = space
                   set msk-next-is-initial to true
               else
                   if msk-next-is-initial
                       string msk-clear-text(msk-hash-position:1) '. '
                           delimited by size into msk-masked-text
                           with pointer msk-initial-pointer
                       end-string
                       move 'n' to msk-initial-switch
                   end-if
               end-if
           end-perform
           .

      *>  Every id and name on the master that stands in the line
      *>  as a word of its own is swapped for its masked form; an
      *>  out-of-scope candidate's name or id withholds the line.
       mask-text-line.
           move 'n' to msk-line-withheld-switch
           if msk-profile-in-use
               perform mask-text-candidate
                   varying msk-text-index from 1 by 1
                   until msk-text-index > mcd-max
           end-if
           .

       mask-text-candidate.
           move 0 to msk-find-count
           if mcd-id-length(msk-text-index) > 0
               inspect msk-text-line tallying msk-find-count
                   for all mcd-id(msk-text-index)
                       (1:mcd-id-length(msk-text-index))
           end-if
           if mcd-name-length(msk-text-index) > 0
               inspect msk-text-line tallying msk-find-count
                   for all mcd-name(msk-text-index)
                       (1:mcd-name-length(msk-text-index))
           end-if
           if msk-find-count > 0
               move mcd-id(msk-text-index) to msk-lookup-id
               perform mask-candidate
               if mcd-id-length(msk-text-index) > 0
                   move mcd-id(msk-text-index) to msk-find-text
                   move mcd-id-length(msk-text-index)
                       to msk-find-length
                   move msk-masked-id to msk-replace-text
                   perform replace-masked-text
                   if msk-find-count > 0 and not msk-in-scope
                       set msk-line-withheld to true
                   end-if
               end-if
               if mcd-name-length(msk-text-index) > 0
                   move mcd-name(msk-text-index) to msk-find-text
                   move mcd-name-length(msk-text-index)
                       to msk-find-length
                   move msk-masked-name to msk-replace-text
                   perform replace-masked-text
                   if msk-find-count > 0 and not msk-in-scope
                       set msk-line-withheld to true
                   end-if
               end-if
           end-if
           .

      *>  msk-find-text(1:msk-find-length) swapped for
      *>  msk-replace-text wherever it stands as a word;
      *>  msk-find-count says how often.
       replace-masked-text.
           if msk-replace-text = spaces
               move msk-find-text to msk-replace-text
           end-if
           move function length(function trim(msk-replace-text))
               to msk-replace-length
           move 0 to msk-find-count
           move 1 to msk-scan-position
           perform until msk-scan-position + msk-find-length - 1 > 300
               move 'n' to msk-boundary-switch
               if msk-text-line(msk-scan-position:msk-find-length)
                       = msk-find-text(1:msk-find-length)
                   perform check-text-boundary
               end-if
               if msk-on-boundary
                   add 1 to msk-find-count
                   perform splice-masked-text
                   add msk-replace-length to msk-scan-position
               else
                   add 1 to msk-scan-position
               end-if
           end-perform
           .

      *>  a word starts after anything but a letter, digit or
      *>  underscore (so queue-<id> still finds the id) and ends
      *>  before anything an id could go on with.
       check-text-boundary.
           set msk-on-boundary to true
           if msk-scan-position > 1
               move msk-text-line(msk-scan-position - 1:1)
                   to msk-boundary-char
               if msk-word-char
                   move 'n' to msk-boundary-switch
               end-if
           end-if
           compute msk-rest-position =
               msk-scan-position + msk-find-length
           if msk-rest-position <= 300
               move msk-text-line(msk-rest-position:1)
                   to msk-boundary-char
               if msk-id-char
                   move 'n' to msk-boundary-switch
               end-if
           end-if
           .

       splice-masked-text.
           move spaces to msk-work-line
           move 1 to msk-work-pointer
           if msk-scan-position > 1
               string msk-text-line(1:msk-scan-position - 1)
                   delimited by size
                   into msk-work-line with pointer msk-work-pointer
               end-string
           end-if
           string msk-replace-text(1:msk-replace-length)
               delimited by size
               into msk-work-line with pointer msk-work-pointer
           end-string
           if msk-rest-position <= 300
               string msk-text-line(msk-rest-position:)
                   delimited by size
                   into msk-work-line with pointer msk-work-pointer
               end-string
           end-if
           move msk-work-line to msk-text-line
           .

      *>  msk-delivered-file and msk-delivered-records in, with
      *>  msk-withheld-records as the generator counted them.
       note-delivery.
           move function current-date to msk-date-stamp
           open extend delivery-register-file
           if delivery-register-status not = '00'
               open output delivery-register-file
           end-if
           if delivery-register-status = '00'
               move spaces to delivery-register-record
               move msk-date-stamp(1:14) to dlv-stamp-in
               move msk-output to dlv-program-in
               if msk-profile-in-use
                   move msk-profile to dlv-profile-in
               else
                   move '*NONE*' to dlv-profile-in
               end-if
               move msk-delivered-records to dlv-records-in
               move msk-withheld-records to dlv-withheld-in
               move msk-delivered-file to dlv-file-in
               write delivery-register-record
               close delivery-register-file
           end-if
           if msk-profile-in-use
               display '<' function trim(msk-output) '::> delivered '
                       function trim(msk-delivered-file)
                       ' under profile ' function trim(msk-profile)
                       ', ' msk-withheld-records
                       ' record(s) withheld'
           end-if
           move 0 to msk-withheld-records
           .
