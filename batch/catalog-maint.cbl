      *>  batch/catalog-maint-input.txt by default, fixed-width
      *>  records action(8) then the catalog record image: name(20)
      *>  program-id(30) param-layout(40) difficulty(10) category(20)
      *>  param-count(3) prerequisite(20), and for ADD optionally
      *>  the row's hand-set columns after it as the catalog lays
      *>  them out - reference-ms(8) version(4) portability(1)
      *>  priority(1) toolchain(8) runtime-check(1), so a kata
      *>  arriving from another shop (batch/kata-interchange.sh)
      *>  keeps its suite version and flags:
      *>
      *>    ADD       append a new DRAFT catalog record (a new
      *>              kata runs only in the authors' partition until
      *>              batch/promote-kata.sh records its approval and
      *>              flips it LIVE) at version 0001, or at the
      *>              deck's version when it gives one
      *>    UPDATE    replace an existing record's fields
      *>    RETIRE    mark an existing record RETIRED (its audit
      *>              history stays; the batch schedule drops it)
      *>              alias record lands in batch/kata-aliases.txt
      *>              so the old audit history keeps grouping under
      *>              the new name
      *>    TENANT    set the tenant whose candidates may sit the
      *>              kata (src/ttendata.cpy) to the first 8 bytes
      *>              of the program-id column: a tenant on the
      *>              tenant register, '*' to share the kata with
      *>              every tenant, blank for the home tenant alone
      *>
      *>  Each transaction is validated - required fields present,
      *>  difficulty one of easy/medium/hard, numeric param-count,
      *>  no duplicate kata name on ADD, record present on UPDATE/
      *>  RETIRE - and applied transactions display a before/after
      *>  image of the record for confirmation, and the same images
      *>  go on the master-change history (src/tmchdata.cpy) under
      *>  the operator the run was started with - a RENAME as the
      *>  old name leaving the catalog and the new one arriving. The
      *>  whole catalog is loaded, the deck applied, and the file
      *>  rewritten in place; a deck with errors still applies its
      *>  clean transactions but ends with a nonzero return code so
      *>  the job stream notices.
      *>
      *>  Usage: katmaint [operator] [input-deck]
      *>  (run from the repo root)

       environment division.
       input-output section.
               organization line sequential
               file status param-dict-status.
           copy taliasfc.
           copy tmchfc.
           copy ttenfc.

       data division.
       file section.
           05 mnt-category-in     pic x(20).
           05 mnt-param-count-in  pic x(3).
           05 mnt-prereq-in       pic x(20).
           05 mnt-reference-ms-in pic x(8).
           05 mnt-version-in      pic x(4).
           05 mnt-portability-in  pic x(1).
           05 mnt-priority-in     pic x(1).
           05 mnt-toolchain-in    pic x(8).
           05 mnt-runtime-check-in pic x(1).
      *>  the PARAM action reads the same record through the
      *>  dictionary-row shape instead
       01  maint-param-split.
       fd  param-dict-file.
       01  param-dict-record pic x(86).
           copy taliasfd.
           copy tmchfd.
           copy ttenfd.

       working-storage section.
           copy tcatdata.
           88 maint-eof       value 'y'.
       01  maint-error-count  pic 9(4) value 0.
       01  maint-applied-count pic 9(4) value 0.
       01  maint-operator     pic x(8) value spaces.
       01  maint-command-args pic x(120) value spaces.
       01  maint-deck-arg     pic x(100) value spaces.

      *>  The catalog held whole in working storage: loaded
      *>  up front, maintained in place, written back once at the end.
       01  ktm-max            pic 9(3) value 0.
       01  ktm-table.
           05 ktm-entry occurs 40 times.
              10 ktm-record       pic x(182).
              10 ktm-record-split redefines ktm-record.
                 15 ktm-kata-name    pic x(20).
                 15 ktm-program-id   pic x(30).
      *>  load-shedding priority class (see tcatfd), carried
      *>  through like the flags before it
                 15 ktm-priority      pic x(1).
      *>  toolchain class (SQL for embedded-SQL katas; see
      *>  tcatfd), set by hand and carried through the same way
                 15 ktm-toolchain     pic x(8).
      *>  runtime-check policy (F fails a kata on a shadow-run
      *>  finding; see tcatfd), set by hand and carried through
                 15 ktm-runtime-check pic x(1).
      *>  tenant (see tcatfd), set by the TENANT transaction
                 15 ktm-tenant        pic x(8).
       01  ktm-index          pic 9(3) value 0.
       01  ktm-found-switch   pic x value 'n'.
           88 ktm-found       value 'y'.
       01  rename-new-name    pic x(20).
       01  rename-date-stamp  pic x(21).
       01  rename-scan        pic 9(3) value 0.
           copy tmchdata.
           copy ttendata.
       01  new-kata-tenant    pic x(8) value spaces.

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
           move 'KATMAINT' to mch-program
           perform load-catalog-table
           perform load-param-dictionary
           open input maint-input-file
                   perform apply-param-record
               when 'RENAME  '
                   perform rename-catalog-record
               when 'TENANT  '
                   perform set-catalog-tenant
               when other
                   display '<KATMAINT-ERROR::> unknown action '
                           mnt-action-in ' for ' mnt-kata-name-in
                       move 'DRAFT   '
                           to ktm-record-status(ktm-index)
                       move '0001' to ktm-version(ktm-index)
                       perform move-carried-columns
                       display '<KATMAINT::> before   (no record)'
                       display '<KATMAINT::> after    '
                               ktm-record(ktm-index)
                       move spaces to mch-before
                       perform note-catalog-change
                       add 1 to maint-applied-count
                   else
                       display '<KATMAINT-ERROR::> catalog full, '
               else
                   display '<KATMAINT::> before   '
                           ktm-record(ktm-index)
                   move ktm-record(ktm-index) to mch-before
                   perform move-txn-to-record
                   perform bump-record-version
                   display '<KATMAINT::> after    '
                           ktm-record(ktm-index)
                   perform note-catalog-change
                   add 1 to maint-applied-count
               end-if
           end-if
           .

       set-catalog-tenant.
           move mnt-program-id-in(1:8) to new-kata-tenant
           set ten-found to true
           if new-kata-tenant not = spaces and not = '*'
               move new-kata-tenant to ten-record-tenant
               perform look-up-tenant
           end-if
           perform find-catalog-record
           evaluate true
               when not ktm-found
                   display '<KATMAINT-ERROR::> ' mnt-kata-name-in
                           ' not in catalog, no tenant to set'
                   add 1 to maint-error-count
               when not ten-found
                   display '<KATMAINT-ERROR::> ' mnt-kata-name-in
                           ' tenant ' new-kata-tenant
                           ' is not on the tenant register'
                   add 1 to maint-error-count
               when other
                   display '<KATMAINT::> before   '
                           ktm-record(ktm-index)
                   move ktm-record(ktm-index) to mch-before
                   move new-kata-tenant to ktm-tenant(ktm-index)
                   display '<KATMAINT::> after    '
                           ktm-record(ktm-index)
                   perform note-catalog-change
                   add 1 to maint-applied-count
           end-evaluate
           .

       retire-catalog-record.
           perform find-catalog-record
           if not ktm-found
               add 1 to maint-error-count
           else
               display '<KATMAINT::> before   ' ktm-record(ktm-index)
               move ktm-record(ktm-index) to mch-before
               move 'RETIRED ' to ktm-record-status(ktm-index)
               display '<KATMAINT::> after    ' ktm-record(ktm-index)
               perform note-catalog-change
               add 1 to maint-applied-count
           end-if
           .
               if ktm-txn-valid
                   display '<KATMAINT::> before   '
                           ktm-record(ktm-index)
                   move ktm-record(ktm-index) to mch-before
                   move rename-new-name to ktm-kata-name(ktm-index)
                   display '<KATMAINT::> after    '
                           ktm-record(ktm-index)
                   perform note-catalog-rename
                   perform follow-rename-references
                   perform append-alias-record
                   add 1 to maint-applied-count
           perform varying rename-scan from 1 by 1
                   until rename-scan > ktm-max
               if ktm-prereq(rename-scan) = mnt-kata-name-in
                   move ktm-record(rename-scan) to mch-before
                   move rename-new-name to ktm-prereq(rename-scan)
                   move 'CATALOG' to mch-master
                   move ktm-kata-name(rename-scan) to mch-key
                   move ktm-record(rename-scan) to mch-after
                   perform write-master-change
                   display '<KATMAINT::> prereq of '
                           ktm-kata-name(rename-scan)
                           ' follows the rename'
           perform varying prm-index from 1 by 1
                   until prm-index > prm-max
               if prm-kata(prm-index) = mnt-kata-name-in
                   move prm-record(prm-index) to mch-before
                   move spaces to mch-after
                   move 'PARAM' to mch-master
                   move prm-record(prm-index)(1:22) to mch-key
                   perform write-master-change
                   move rename-new-name to prm-kata(prm-index)
                   move spaces to mch-before
                   move prm-record(prm-index)(1:22) to mch-key
                   move prm-record(prm-index) to mch-after
                   perform write-master-change
                   set prm-dirty to true
               end-if
           end-perform
                   function trim(alias-file-path)
           .

      *>  mch-before in: the catalog row before the change.
       note-catalog-change.
           move 'CATALOG' to mch-master
           move mnt-action-in to mch-action
           move ktm-kata-name(ktm-index) to mch-key
           move ktm-record(ktm-index) to mch-after
           perform write-master-change
           .

      *>  the old name leaves the catalog and the new one arrives,
      *>  so either name rebuilds as it stood.
       note-catalog-rename.
           move 'CATALOG' to mch-master
           move mnt-action-in to mch-action
           move mnt-kata-name-in to mch-key
           move spaces to mch-after
           perform write-master-change
           move spaces to mch-before
           move rename-new-name to mch-key
           move ktm-record(ktm-index) to mch-after
           perform write-master-change
           .

      *>  UPDATE keeps the existing lifecycle status; ADD sets
      *>  its own after this runs.
       move-txn-to-record.
           move mnt-prereq-in       to ktm-prereq(ktm-index)
           .

      *>  ADD only: the hand-set columns a deck may carry after
      *>  the prerequisite. A version that is not four digits is
      *>  left at 0001.
       move-carried-columns.
           move mnt-reference-ms-in to ktm-reference-ms(ktm-index)
           move mnt-portability-in  to ktm-portability(ktm-index)
           move mnt-priority-in     to ktm-priority(ktm-index)
           move mnt-toolchain-in    to ktm-toolchain(ktm-index)
           move mnt-runtime-check-in
               to ktm-runtime-check(ktm-index)
           if mnt-version-in is numeric
                   and mnt-version-in not = '0000'
               move mnt-version-in to ktm-version(ktm-index)
           end-if
           .

      *>  Every UPDATE is a new suite version: audit records
      *>  stamped with the old number stop being averaged against
      *>  records stamped with the new one (batch/version-compare
               add 1 to maint-error-count
           else
               perform find-param-row
               move spaces to mch-before
               if prm-found
                   move prm-record(prm-index) to mch-before
               end-if
               if not prm-found
                   if prm-max < 150
                       add 1 to prm-max
                       to prm-record(prm-index)
                   display '<KATMAINT::> param    '
                           prm-record(prm-index)
                   move 'PARAM' to mch-master
                   move mnt-action-in to mch-action
                   move prm-record(prm-index)(1:22) to mch-key
                   move prm-record(prm-index) to mch-after
                   perform write-master-change
                   set prm-dirty to true
                   add 1 to maint-applied-count
               end-if
           close catalog-file
           .

           copy tmchhelp.
           copy ttenhelp.

       end program katmaint.
