      *>  and batch/quality-trend.cbl rolls the ledger up per
      *>  cohort.
      *>
      *>  A multi-member submission (a *.manifest solution file,
      *>  see batch/submission-members.sh) is scored as a whole: the
      *>  MAIN member, then each SUB member as a program of its own,
      *>  with every COPY member expanded where it is copied.
      *>
      *>  Usage: qualscr <kata> <solution-file> [difficulty]
      *>  (difficulty defaults to the catalog row's; run from the
      *>  repo root). The score and each finding display as
           select rubric-file assign to dynamic rubric-file-path
               organization line sequential
               file status rubric-file-status.
           select manifest-file assign to dynamic manifest-file-path
               organization line sequential
               file status manifest-file-status.
           select copybook-file assign to dynamic copybook-file-path
               organization line sequential
               file status copybook-file-status.

       data division.
       file section.
           05 rub-max-goto-in   pic x(4).
           05 rub-max-lines-in  pic x(4).
           05 rub-max-depth-in  pic x(4).
       fd  manifest-file.
       01  manifest-record.
           05 mf-role-in        pic x(8).
           05 mf-member-in      pic x(112).
       fd  copybook-file.
       01  copybook-record pic x(100).

       working-storage section.
           copy tcatdata.
       01  rubric-file-status pic x(2) value spaces.
       01  rubric-eof-switch  pic x value 'n'.
           88 rubric-eof      value 'y'.
       01  manifest-file-path pic x(150).
       01  manifest-file-status pic x(2) value spaces.
       01  manifest-eof-switch pic x value 'n'.
           88 manifest-eof    value 'y'.
       01  copybook-file-path pic x(150).
       01  copybook-file-status pic x(2) value spaces.
       01  copybook-eof-switch pic x value 'n'.
           88 copybook-eof    value 'y'.

      *>  Members of a multi-member submission, as its manifest
      *>  lists them; they sit in the manifest's own directory.
       01  submission-path    pic x(150).
       01  submission-manifest-switch pic x value 'n'.
           88 submission-is-manifest value 'y'.
       01  path-length        pic 9(3) value 0.
       01  dir-length         pic 9(3) value 0.
       01  path-scan          pic 9(3) value 0.
       01  member-max         pic 9(2) value 0.
       01  member-table.
           05 member-entry occurs 20 times.
              10 member-role     pic x(8).
              10 member-name     pic x(100).
       01  member-index       pic 9(2) value 0.
       01  member-role-wanted pic x(8).
       01  member-path        pic x(150).
       01  copy-name-work     pic x(100).
       01  member-stem        pic x(100).
       01  copy-member-found  pic x value 'n'.

      *>  The source held whole, lower-cased, sequence columns
      *>  ignored; big enough for any submission we grade.
       01  src-work           pic x(100).
       01  src-in-procedure   pic x value 'n'.
       01  src-in-ws          pic x value 'n'.
      *>  per line: 'y' when it falls in a procedure division -
      *>  a multi-member source holds several programs
       01  src-proc-flags.
           05 src-line-proc occurs 1000 times pic x.
      *>  the first paragraph of each program is its entry point
       01  para-entry-pending pic x value 'y'.

      *>  Paragraph inventory with per-paragraph line counts
      *>  and a referenced flag.
      *>  lower case with the sequence columns blanked so the
      *>  scans below see one consistent shape.
       load-source-table.
           move source-file-path to submission-path
           perform find-manifest-directory
           if submission-is-manifest
               perform load-manifest-members
           else
               open input source-file
               if source-file-status not = '00'
                   goback
               end-if
               perform read-next-source-line until source-eof
               close source-file
           end-if
           .

       find-manifest-directory.
           move 'n' to submission-manifest-switch
           move 0 to dir-length
           compute path-length = function length(
               function trim(submission-path trailing))
           if path-length > 9
               and submission-path(path-length - 8:9) = '.manifest'
               set submission-is-manifest to true
               perform varying path-scan from path-length by -1
                       until path-scan < 1 or dir-length > 0
                   if submission-path(path-scan:1) = '/'
                       move path-scan to dir-length
                   end-if
               end-perform
           end-if
           .

      *>  MAIN first, then the SUB members in manifest order;
      *>  COPY members are expanded where they are copied.
       load-manifest-members.
           move submission-path to manifest-file-path
           open input manifest-file
           if manifest-file-status = '00'
               perform read-next-manifest-record until manifest-eof
               close manifest-file
           end-if
           move 'MAIN' to member-role-wanted
           perform load-member-of-role
               varying member-index from 1 by 1
               until member-index > member-max
           move 'SUB' to member-role-wanted
           perform load-member-of-role
               varying member-index from 1 by 1
               until member-index > member-max
           .

       read-next-manifest-record.
           read manifest-file
               at end
                   set manifest-eof to true
               not at end
                   if manifest-record(1:1) not = '#'
                       and mf-member-in not = spaces
                       and member-max < 20
                       add 1 to member-max
                       move mf-role-in to member-role(member-max)
                       move function trim(mf-member-in)
                           to member-name(member-max)
                   end-if
           end-read
           .

       build-member-path.
           move spaces to member-path
           if dir-length > 0
               string submission-path(1:dir-length)
                      function trim(member-name(member-index))
                   delimited by size into member-path
           else
               move member-name(member-index) to member-path
           end-if
           .

       load-member-of-role.
           if member-role(member-index) = member-role-wanted
               perform build-member-path
               move member-path to source-file-path
               move 'n' to source-eof-switch
               open input source-file
               if source-file-status = '00'
                   perform read-next-source-line until source-eof
                   close source-file
               end-if
           end-if
           .

      *>  A copy statement naming one of the submission's COPY
      *>  members (by file name, or by file name less its
      *>  extension) pulls the member's lines in after it.
       expand-copy-member.
           move function trim(src-line(src-max) leading) to src-work
           if src-work(1:5) = 'copy '
               move spaces to copy-name-work
               unstring src-work(6:) delimited by all spaces or '.'
                   into copy-name-work
               inspect copy-name-work replacing all "'" by space
               inspect copy-name-work replacing all '"' by space
               move function trim(copy-name-work) to copy-name-work
               move 'n' to copy-member-found
               perform match-copy-member
                   varying member-index from 1 by 1
                   until member-index > member-max
                   or copy-member-found = 'y'
           end-if
           .

       match-copy-member.
           if member-role(member-index) = 'COPY'
               move spaces to member-stem
               unstring function lower-case(member-name(member-index))
                   delimited by '.' into member-stem
               if copy-name-work = member-stem
                   or copy-name-work
                       = function lower-case(member-name(member-index))
                   move 'y' to copy-member-found
                   perform build-member-path
                   move member-path to copybook-file-path
                   move 'n' to copybook-eof-switch
                   open input copybook-file
                   if copybook-file-status = '00'
                       perform read-next-copybook-line
                           until copybook-eof
                       close copybook-file
                   end-if
               end-if
           end-if
           .

       read-next-copybook-line.
           read copybook-file
               at end
                   set copybook-eof to true
               not at end
                   if copybook-record(7:1) not = '*'
                       and copybook-record(7:1) not = '/'
                       and src-max < 1000
                       add 1 to src-max
                       move function lower-case(copybook-record)
                           to src-line(src-max)
                       move spaces to src-line(src-max)(1:6)
                   end-if
           end-read
           .

       read-next-source-line.
                       move function lower-case(source-record)
                           to src-line(src-max)
                       move spaces to src-line(src-max)(1:6)
                       if submission-is-manifest
                           perform expand-copy-member
                       end-if
                   end-if
           end-read
           .

       inventory-one-line.
           move src-line(src-index) to src-work
      *>  a new program (the next member of a multi-member
      *>  submission) starts outside any division
           if src-work(8:11) = 'program-id.'
               or src-work(8:24) = 'identification division.'
               or src-work(8:12) = 'id division.'
               move 'n' to src-in-procedure
               move 'n' to src-in-ws
               move 'y' to para-entry-pending
           end-if
      *>  with or without a USING clause
           if src-work(8:19) = 'procedure division '
               or src-work(8:19) = 'procedure division.'
               move 'y' to src-in-procedure
               move 'n' to src-in-ws
           end-if
           move src-in-procedure to src-line-proc(src-index)
           if src-work(8:24) = 'working-storage section.'
               move 'y' to src-in-ws
           end-if
                       to para-name(para-max)
                   move 0 to para-lines(para-max)
                   move 'n' to para-referenced(para-max)
                   if para-entry-pending = 'y'
                       move 'y' to para-referenced(para-max)
                       move 'n' to para-entry-pending
                   end-if
               end-if
           else
               if para-max > 0
               function trim(para-name(para-index)))
           if para-name-length > 0
               and para-referenced(para-index) not = 'y'
               perform varying src-index from 1 by 1
                       until src-index > src-max
                   if src-line-proc(src-index) = 'y'
                       and src-line(src-index)(8:1) = space
                       move 0 to tally-work
                       inspect src-line(src-index)
                           tallying tally-work for all
           compute para-name-length = function length(
               function trim(ws-item-name(ws-item-index)))
           if para-name-length > 0
               perform varying src-index from 1 by 1
                       until src-index > src-max
                   move 0 to tally-work
                   if src-line-proc(src-index) = 'y'
                       inspect src-line(src-index)
                           tallying tally-work for all
                           ws-item-name(ws-item-index)
                               (1:para-name-length)
                   end-if
                   if tally-work > 0
                       move 'y'
                           to ws-item-referenced(ws-item-index)
