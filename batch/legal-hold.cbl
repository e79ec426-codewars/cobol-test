       program-id. lglhold.

      *>  Legal-hold register maintenance. A candidate disputing a
      *>  grade, or a cohort under a sponsor complaint, has their
      *>  records frozen until counsel says otherwise: no purge, no
      *>  audit trim, no generation pruning, scratch cleanup,
      *>  forensics cleanup or backup rotation takes their data while
      *>  the hold stands (src/thlddata.cpy). Reads a transaction
      *>  file (batch/legal-hold-input.txt by default; repoint
      *>  maint-input-path before the OPEN to run a different deck) of
      *>  fixed-width records - action(8) kind(8: CAND or COHORT)
      *>  subject(20) reason(40) hold-id(12) - and applies them to the
      *>  line-sequential register, held whole in working storage and
      *>  rewritten once at the end, the same load/apply/rewrite shape
      *>  cohmnt uses for the cohort master:
      *>
      *>    PLACE     place a hold on the candidate or cohort from
      *>              today, for the reason given (required); the
      *>              hold gets the next id L<yyyymmdd><nnn>
      *>    RELEASE   release the hold named in the hold-id column
      *>              from today, or with no hold id every hold still
      *>              standing on the candidate or cohort
      *>
      *>  A released hold stays on the register with who released it
      *>  and when, so the register is also the history of every
      *>  hold. A subject not on the candidate (or cohort) master is
      *>  held all the same - the audit trail carries ids from before
      *>  the master - with a warning. The operator the run was
      *>  started with is who placed or released the hold, and is
      *>  required.
      *>
      *>  Every applied transaction is echoed with the record image
      *>  so the run leaves a reviewable log; a transaction that
      *>  can't be applied is reported and skipped, and the run ends
      *>  with a nonzero return code so the job stream notices.
      *>
      *>  Usage: lglhold <operator>   (run from the repo root)

       environment division.
       input-output section.
       file-control.
           copy thldfc.
           copy tcanfc.
           copy tcohfc.
           select maint-input-file assign to dynamic maint-input-path
               organization line sequential
               file status maint-input-status.

       data division.
       file section.
           copy thldfd.
           copy tcanfd.
           copy tcohfd.
       fd  maint-input-file.
       01  maint-input-record.
           05 mnt-action-in     pic x(8).
           05 mnt-kind-in       pic x(8).
           05 mnt-subject-in    pic x(20).
           05 mnt-reason-in     pic x(40).
           05 mnt-hold-id-in    pic x(12).

       working-storage section.
           copy thlddata.
           copy tcandata.
           copy tcohdata.
       01  maint-input-path   pic x(100)
                               value 'batch/legal-hold-input.txt'.
       01  maint-input-status pic x(2) value spaces.
       01  maint-eof-switch   pic x value 'n'.
           88 maint-eof       value 'y'.
       01  maint-error-count  pic 9(4) value 0.
       01  maint-applied-count pic 9(4) value 0.
       01  maint-operator     pic x(8) value spaces.

      *>  The register held whole in working storage: loaded up
      *>  front, maintained in place, written back once.
       01  lhm-max            pic 9(3) value 0.
       01  lhm-table.
           05 lhm-entry occurs 200 times.
              10 lhm-record       pic x(112).
              10 lhm-record-split redefines lhm-record.
                 15 lhm-id          pic x(12).
                 15 lhm-kind        pic x(8).
                 15 lhm-subject     pic x(20).
                 15 lhm-reason      pic x(40).
                 15 lhm-placed-by   pic x(8).
                 15 lhm-placed      pic x(8).
                 15 lhm-released-by pic x(8).
                 15 lhm-released    pic x(8).
       01  lhm-index          pic 9(3) value 0.
       01  lhm-released-count pic 9(3) value 0.
       01  hold-sequence      pic 9(3) value 0.
       01  hold-sequence-in   pic 9(3) value 0.
       01  subject-found-switch pic x value 'n'.
           88 subject-found   value 'y'.
       01  subject-checked-switch pic x value 'n'.
           88 subject-checked value 'y'.

       procedure division.
           accept maint-operator from command-line
           if maint-operator = spaces
               display '<LGLHOLD-ERROR::> usage: lglhold <operator>'
                       ' - who places or releases the holds is'
                       ' required'
               move 2 to return-code
               goback
           end-if
           move function current-date to hold-date-stamp
           move hold-date-stamp(1:8) to hold-today
           perform load-hold-table
           open input maint-input-file
           if maint-input-status not = '00'
               display '<LGLHOLD-ERROR::> cannot open '
                       function trim(maint-input-path)
               move 1 to return-code
               goback
           end-if
           perform read-next-maint-record until maint-eof
           close maint-input-file
           perform rewrite-hold-file
           display '<LGLHOLD::> applied ' maint-applied-count
                   ' transaction(s), ' maint-error-count ' error(s)'
           if maint-error-count > 0
               move 1 to return-code
           end-if
           goback.

      *>  No register yet is an empty one. Comment lines ride
      *>  along at the top and are written back as they were.
       load-hold-table.
           open input legal-hold-file
           if legal-hold-status = '00'
               perform load-next-hold-entry until legal-hold-eof
               close legal-hold-file
           end-if
           .

       load-next-hold-entry.
           read legal-hold-file
               at end
                   set legal-hold-eof to true
               not at end
                   if lhm-max < 200
                       add 1 to lhm-max
                       move legal-hold-record to lhm-record(lhm-max)
                       if lhm-id(lhm-max)(1:1) = 'L'
                           and lhm-id(lhm-max)(2:8) = hold-today
                           and lhm-id(lhm-max)(10:3) is numeric
                           move lhm-id(lhm-max)(10:3)
                               to hold-sequence-in
                           if hold-sequence-in > hold-sequence
                               move hold-sequence-in to hold-sequence
                           end-if
                       end-if
                   else
                       display '<LGLHOLD-ERROR::> register exceeds'
                               ' 200 records; raise the table size'
                       move 1 to return-code
                       goback
                   end-if
           end-read
           .

       read-next-maint-record.
           read maint-input-file
               at end set maint-eof to true
               not at end perform apply-maint-record
           end-read
           .

       apply-maint-record.
           evaluate mnt-action-in
               when 'PLACE   '
                   perform place-legal-hold
               when 'RELEASE '
                   perform release-legal-holds
               when other
                   display '<LGLHOLD-ERROR::> unknown action '
                           mnt-action-in ' for ' mnt-subject-in
                   add 1 to maint-error-count
           end-evaluate
           .

       place-legal-hold.
           evaluate true
               when mnt-kind-in not = 'CAND    '
                       and mnt-kind-in not = 'COHORT  '
                   display '<LGLHOLD-ERROR::> kind ' mnt-kind-in
                           ' is not CAND or COHORT'
                   add 1 to maint-error-count
               when mnt-subject-in = spaces
                   display '<LGLHOLD-ERROR::> the candidate or cohort'
                           ' to hold is required'
                   add 1 to maint-error-count
               when mnt-reason-in = spaces
                   display '<LGLHOLD-ERROR::> a reason is required to'
                           ' hold ' mnt-subject-in
                   add 1 to maint-error-count
               when hold-sequence >= 999
                   display '<LGLHOLD-ERROR::> 999 holds placed today;'
                           ' ' mnt-subject-in ' not held'
                   add 1 to maint-error-count
               when lhm-max < 200
                   perform check-subject-on-file
                   add 1 to hold-sequence
                   add 1 to lhm-max
                   move spaces to lhm-record(lhm-max)
                   move 'L' to lhm-id(lhm-max)(1:1)
                   move hold-today to lhm-id(lhm-max)(2:8)
                   move hold-sequence to lhm-id(lhm-max)(10:3)
                   move mnt-kind-in to lhm-kind(lhm-max)
                   move mnt-subject-in to lhm-subject(lhm-max)
                   move mnt-reason-in to lhm-reason(lhm-max)
                   move maint-operator to lhm-placed-by(lhm-max)
                   move hold-today to lhm-placed(lhm-max)
                   display '<LGLHOLD::> placed   ' lhm-record(lhm-max)
                   add 1 to maint-applied-count
               when other
                   display '<LGLHOLD-ERROR::> register full, '
                           mnt-subject-in ' not held'
                   add 1 to maint-error-count
           end-evaluate
           .

      *>  a hold names a hold id, or else every hold standing on
      *>  the subject; a hold already released is left as it is.
       release-legal-holds.
           move 0 to lhm-released-count
           perform varying lhm-index from 1 by 1
                   until lhm-index > lhm-max
               if lhm-record(lhm-index)(1:1) not = '#'
                   and lhm-released(lhm-index) = spaces
                   and ((mnt-hold-id-in not = spaces
                           and lhm-id(lhm-index) = mnt-hold-id-in)
                       or (mnt-hold-id-in = spaces
                           and lhm-kind(lhm-index) = mnt-kind-in
                           and lhm-subject(lhm-index)
                               = mnt-subject-in))
                   perform release-one-hold
               end-if
           end-perform
           if lhm-released-count = 0
               if mnt-hold-id-in not = spaces
                   display '<LGLHOLD-ERROR::> no standing hold '
                           mnt-hold-id-in
               else
                   display '<LGLHOLD-ERROR::> no standing hold on '
                           mnt-kind-in mnt-subject-in
               end-if
               add 1 to maint-error-count
           else
               add 1 to maint-applied-count
           end-if
           .

       release-one-hold.
           display '<LGLHOLD::> before   ' lhm-record(lhm-index)
           move maint-operator to lhm-released-by(lhm-index)
           move hold-today to lhm-released(lhm-index)
           display '<LGLHOLD::> after    ' lhm-record(lhm-index)
           add 1 to lhm-released-count
           .

      *>  a subject the master does not know is held anyway, with
      *>  a warning; with no master on disk there is nothing to ask.
       check-subject-on-file.
           move 'n' to subject-found-switch subject-checked-switch
           if mnt-kind-in = 'CAND    '
               open input candidate-file
               if candidate-file-status = '00'
                   set subject-checked to true
                   move mnt-subject-in to can-id
                   read candidate-file
                       invalid key
                           continue
                       not invalid key
                           set subject-found to true
                   end-read
                   close candidate-file
               end-if
           else
               open input cohort-file
               if cohort-file-status = '00'
                   set subject-checked to true
                   move 'n' to cohort-eof-switch
                   perform until cohort-eof or subject-found
                       read cohort-file
                           at end
                               set cohort-eof to true
                           not at end
                               if coh-id-in = mnt-subject-in
                                   set subject-found to true
                               end-if
                       end-read
                   end-perform
                   close cohort-file
               end-if
           end-if
           if subject-checked and not subject-found
               display '<LGLHOLD-WARNING::> '
                       function trim(mnt-kind-in) ' '
                       function trim(mnt-subject-in)
                       ' is not on the master; held by id'
           end-if
           .

       rewrite-hold-file.
           open output legal-hold-file
           if legal-hold-status not = '00'
               display '<LGLHOLD-ERROR::> cannot rewrite '
                       function trim(legal-hold-path)
               move 1 to return-code
               goback
           end-if
           perform varying lhm-index from 1 by 1
                   until lhm-index > lhm-max
               write legal-hold-record from lhm-record(lhm-index)
           end-perform
           close legal-hold-file
           .

       end program lglhold.
