       program-id. ctlchg.

      *>  Change control for the hand-kept control files - the
      *>  schedule, grading policy, SLA commitments, assignment
      *>  calendar, individualization rules, quality rubric,
      *>  operator registry, storage capacity limits, business
      *>  calendar, time zones, tenants, grade scale, standing
      *>  rules, certification thresholds, hint thresholds,
      *>  misconception rules, masking profiles, instructor registry
      *>  and report distribution list (file codes in
      *>  src/tccrdata.cpy).
      *>  Each of them changes how grading or operations behave, so
      *>  a change is requested, approved by somebody else with
      *>  CATALOG authority, and applied by this program on its
      *>  effective date, with the before and after image of the row
      *>  kept on the change register (batch/change-requests.txt).
      *>  batch/control-history.cbl answers "what was in force on
      *>  the night of the 12th" from that register.
      *>
      *>  Transaction deck (batch/control-change-input.txt by
      *>  default), fixed-width: action(8) file(8) operator(8)
      *>  effective(8 yyyymmdd) change-id(12) row(132); '#' cards
      *>  are comments:
      *>
      *>    ADD       request a new row (the row column) for the file
      *>    DELETE    request removal of the row, which must be in
      *>              the file exactly as given
      *>    CHANGE    request a row be replaced: the row column is
      *>              the before image, exactly as in the file, and
      *>              the very next card must be
      *>    TO        carrying the after image
      *>    APPROVE   approve the PENDING change-id
      *>    REJECT    turn the PENDING change-id down
      *>
      *>  The operator column is the requester on a request and the
      *>  approver on APPROVE/REJECT. Requesters must be on the
      *>  operator registry; approvers must hold CATALOG there and
      *>  may not approve their own change. A blank effective date
      *>  means today. Anything refused is reported and skipped.
      *>
      *>  After the deck, every APPROVED change whose effective date
      *>  has come is applied in register order and turns APPLIED;
      *>  one whose before image is no longer in the file (edited by
      *>  hand meanwhile) turns CONFLICT and is left for a fresh
      *>  request. run-all-katas.sh runs the apply pass alone
      *>  (ctlchg APPLY) before it reads the schedule, so a change
      *>  approved for tonight is in force tonight. A change to the
      *>  schedule, the assignment calendar or the business calendar
      *>  should be run through batch/calendar-conflicts.cbl
      *>  (calcfl <days> <change-id>) before it is approved; filing
      *>  one says so.
      *>
      *>  Usage: ctlchg [input-deck | APPLY]   (run from the repo
      *>  root). Return code 1 when a card was refused or a change
      *>  conflicted.

       environment division.
       input-output section.
       file-control.
           copy tccrfc.
           select registry-file assign to dynamic registry-file-path
               organization line sequential
               file status registry-file-status.
           select maint-input-file assign to dynamic maint-input-path
               organization line sequential
               file status maint-input-status.

       data division.
       file section.
           copy tccrfd.
       fd  registry-file.
       01  registry-record.
           05 reg-op-id-in pic x(8).
           05 reg-name-in  pic x(30).
           05 reg-level-in pic x(8).
       fd  maint-input-file.
       01  maint-input-record.
           05 mnt-action-in    pic x(8).
           05 mnt-file-in      pic x(8).
           05 mnt-operator-in  pic x(8).
           05 mnt-effective-in pic x(8).
           05 mnt-change-id-in pic x(12).
           05 mnt-row-in       pic x(132).

       working-storage section.
           copy tccrdata.
       01  registry-file-path pic x(100)
                               value 'batch/operator-registry.txt'.
       01  registry-file-status pic x(2) value spaces.
       01  registry-eof-switch pic x value 'n'.
           88 registry-eof    value 'y'.
       01  maint-input-path   pic x(100)
                           value 'batch/control-change-input.txt'.
       01  maint-input-status pic x(2) value spaces.
       01  maint-eof-switch   pic x value 'n'.
           88 maint-eof       value 'y'.
       01  maint-error-count  pic 9(4) value 0.
       01  maint-applied-count pic 9(4) value 0.
       01  apply-only-switch  pic x value 'n'.
           88 apply-only      value 'y'.
       01  current-date-stamp pic x(21).
       01  today-date         pic x(8).
       01  register-changed-switch pic x value 'n'.
           88 register-changed value 'y'.

       01  opr-max            pic 9(3) value 0.
       01  opr-table.
           05 opr-entry occurs 200 times.
              10 opr-id       pic x(8).
              10 opr-level    pic x(8).
       01  opr-index          pic 9(3) value 0.
       01  opr-level-found    pic x(8) value spaces.

      *>  A CHANGE card waits here for its TO card.
       01  change-held-switch pic x value 'n'.
           88 change-held     value 'y'.
       01  held-card          pic x(176).

       01  mnt-valid-switch   pic x value 'y'.
           88 mnt-valid       value 'y'.
       01  row-found-switch   pic x value 'n'.
           88 row-found       value 'y'.
       01  request-found-switch pic x value 'n'.
           88 request-found   value 'y'.
       01  request-last-seq   pic 9(3) value 0.
       01  request-new-id.
           05 filler          pic x value 'C'.
           05 request-new-date pic x(8).
           05 request-new-seq pic 9(3).
       01  request-effective  pic x(8).
       01  conflict-count     pic 9(4) value 0.

       procedure division.
           accept maint-input-path from command-line
           if maint-input-path = 'APPLY'
               set apply-only to true
           end-if
           if maint-input-path = spaces
               move 'batch/control-change-input.txt'
                   to maint-input-path
           end-if
           move function current-date to current-date-stamp
           move current-date-stamp(1:8) to today-date
           perform load-change-register
           if ccr-full
               display '<CTLCHG-ERROR::> change register is full'
               move 1 to return-code
               goback
           end-if
           if not apply-only
               perform load-operator-registry
               open input maint-input-file
               if maint-input-status not = '00'
                   display '<CTLCHG-ERROR::> cannot open '
                           function trim(maint-input-path)
                   move 1 to return-code
                   goback
               end-if
               perform read-next-maint-record until maint-eof
               close maint-input-file
               if change-held
                   display '<CTLCHG-ERROR::> CHANGE to '
                           function trim(held-card(9:8))
                           ' has no TO card after it'
                   add 1 to maint-error-count
               end-if
           end-if
           perform apply-due-change
               varying ccr-index from 1 by 1
               until ccr-index > ccr-max
           if register-changed
               perform rewrite-change-register
           end-if
           display '<CTLCHG::> applied ' maint-applied-count
                   ' change(s), ' conflict-count ' conflict(s), '
                   maint-error-count ' error(s)'
           if maint-error-count > 0 or conflict-count > 0
               move 1 to return-code
           end-if
           goback.

       load-operator-registry.
           open input registry-file
           if registry-file-status = '00'
               perform read-next-registry-row until registry-eof
               close registry-file
           end-if
           .

       read-next-registry-row.
           read registry-file
               at end
                   set registry-eof to true
               not at end
                   if reg-op-id-in(1:1) not = '#'
                       and reg-op-id-in not = spaces
                       and opr-max < 200
                       add 1 to opr-max
                       move reg-op-id-in to opr-id(opr-max)
                       move reg-level-in to opr-level(opr-max)
                   end-if
           end-read
           .

       find-operator-level.
           move spaces to opr-level-found
           perform varying opr-index from 1 by 1
                   until opr-index > opr-max
               if opr-id(opr-index) = mnt-operator-in
                   move opr-level(opr-index) to opr-level-found
               end-if
           end-perform
           .

       read-next-maint-record.
           read maint-input-file
               at end set maint-eof to true
               not at end perform apply-maint-record
           end-read
           .

       apply-maint-record.
           if mnt-action-in(1:1) = '#' or maint-input-record = spaces
               continue
           else
           if change-held and mnt-action-in = 'TO      '
               perform request-row-change
           else
               if change-held
                   perform refuse-held-change
               end-if
               evaluate mnt-action-in
                   when 'ADD     '
                       perform request-row-add
                   when 'DELETE  '
                       perform request-row-delete
                   when 'CHANGE  '
                       perform hold-row-change
                   when 'APPROVE '
                       perform approve-request
                   when 'REJECT  '
                       perform reject-request
                   when other
                       display '<CTLCHG-ERROR::> unknown action '
                               mnt-action-in
                       add 1 to maint-error-count
               end-evaluate
           end-if
           end-if
           .

       refuse-held-change.
           display '<CTLCHG-ERROR::> CHANGE card not followed by its'
                   ' TO card; change not requested'
           add 1 to maint-error-count
           move 'n' to change-held-switch
           .

      *>  Every request names a file under change control, a
      *>  registered requester and a real effective date, and each
      *>  problem is reported on its own.
       validate-request.
           move 'y' to mnt-valid-switch
           move mnt-file-in to control-file-code
           perform find-control-file
           if not ctlf-found
               display '<CTLCHG-ERROR::> ' mnt-file-in
                       ' is not a control file under change control'
               move 'n' to mnt-valid-switch
           end-if
           perform find-operator-level
           if opr-level-found = spaces
               display '<CTLCHG-ERROR::> requester '
                       function trim(mnt-operator-in)
                       ' is not on the operator registry'
               move 'n' to mnt-valid-switch
           end-if
           if mnt-effective-in = spaces
               move today-date to request-effective
           else
               move mnt-effective-in to request-effective
               if mnt-effective-in is not numeric
                   display '<CTLCHG-ERROR::> effective date '
                           mnt-effective-in ' is not yyyymmdd'
                   move 'n' to mnt-valid-switch
               else
               if function test-date-yyyymmdd(
                       function numval(mnt-effective-in)) not = 0
                   display '<CTLCHG-ERROR::> effective date '
                           mnt-effective-in ' is not a real date'
                   move 'n' to mnt-valid-switch
               end-if
               end-if
           end-if
           .

      *>  A DELETE or CHANGE names its row by its exact image, so
      *>  the register holds precisely what was taken out.
       find-row-in-file.
           move 'n' to row-found-switch
           if ctlf-found
               perform load-control-rows
               perform varying ctlr-index from 1 by 1
                       until ctlr-index > ctlr-max
                   if ctlr-row(ctlr-index) = mnt-row-in
                       set row-found to true
                   end-if
               end-perform
               if not row-found
                   display '<CTLCHG-ERROR::> row not in '
                           function trim(control-file-path) ': '
                           function trim(mnt-row-in trailing)
                   move 'n' to mnt-valid-switch
               end-if
           end-if
           .

       request-row-add.
           perform validate-request
           if mnt-row-in = spaces
               display '<CTLCHG-ERROR::> ADD to '
                       function trim(mnt-file-in) ' has no row'
               move 'n' to mnt-valid-switch
           end-if
           if not mnt-valid
               add 1 to maint-error-count
           else
               perform start-new-request
               move 'ADD' to ccr-action-in
               move mnt-row-in to ccr-after-in
               perform file-new-request
           end-if
           .

       request-row-delete.
           perform validate-request
           perform find-row-in-file
           if not mnt-valid
               add 1 to maint-error-count
           else
               perform start-new-request
               move 'DELETE' to ccr-action-in
               move mnt-row-in to ccr-before-in
               perform file-new-request
           end-if
           .

       hold-row-change.
           move maint-input-record to held-card
           set change-held to true
           .

      *>  The TO card is in the record area; the CHANGE card it
      *>  completes is held.
       request-row-change.
           move 'n' to change-held-switch
           move mnt-row-in to ccr-after-in
           move held-card to maint-input-record
           perform validate-request
           perform find-row-in-file
           if ccr-after-in = spaces
               display '<CTLCHG-ERROR::> CHANGE to '
                       function trim(mnt-file-in)
                       ' has an empty TO row - use DELETE'
               move 'n' to mnt-valid-switch
           end-if
           if ccr-after-in = mnt-row-in
               display '<CTLCHG-ERROR::> CHANGE to '
                       function trim(mnt-file-in)
                       ' changes nothing'
               move 'n' to mnt-valid-switch
           end-if
           if not mnt-valid
               add 1 to maint-error-count
           else
               move ccr-after-in to held-card(45:132)
               perform start-new-request
               move 'CHANGE' to ccr-action-in
               move mnt-row-in to ccr-before-in
               move held-card(45:132) to ccr-after-in
               perform file-new-request
           end-if
           .

      *>  Ids number within the day: C<yyyymmdd><nnn>.
       start-new-request.
           move 0 to request-last-seq
           perform varying ccr-index from 1 by 1
                   until ccr-index > ccr-max
               move ccr-row(ccr-index) to change-register-record
               if ccr-id-in(2:8) = today-date
                   and ccr-id-in(10:3) is numeric
                   and ccr-id-in(10:3) > request-last-seq
                   move ccr-id-in(10:3) to request-last-seq
               end-if
           end-perform
           move today-date to request-new-date
           compute request-new-seq = request-last-seq + 1
           move spaces to change-register-record
           move request-new-id to ccr-id-in
           move mnt-file-in to ccr-file-in
           move 'PENDING' to ccr-status-in
           move mnt-operator-in to ccr-requester-in
           move current-date-stamp(1:14) to ccr-requested-in
           move request-effective to ccr-effective-in
           move 0 to ccr-row-no-in
           .

       file-new-request.
           if ccr-max < 2000
               add 1 to ccr-max
               move change-register-record to ccr-row(ccr-max)
               set register-changed to true
               display '<CTLCHG::> ' ccr-id-in ' ' ccr-action-in
                       ' ' function trim(ccr-file-in)
                       ' requested by ' function trim(ccr-requester-in)
                       ' effective ' ccr-effective-in
               if ccr-file-in = 'SCHEDULE' or ccr-file-in = 'CALENDAR'
                   or ccr-file-in = 'BUSCAL'
                   display '<CTLCHG::> check it against the other'
                           ' calendars before approving: calcfl'
                           ' <days> ' ccr-id-in
               end-if
           else
               display '<CTLCHG-ERROR::> change register is full'
               add 1 to maint-error-count
           end-if
           .

       find-pending-request.
           move 'n' to request-found-switch
           move 1 to ccr-index
           perform test before
               until ccr-index > ccr-max or request-found
               move ccr-row(ccr-index) to change-register-record
               if ccr-id-in = mnt-change-id-in
                   set request-found to true
               else
                   add 1 to ccr-index
               end-if
           end-perform
           move 'y' to mnt-valid-switch
           if not request-found
               display '<CTLCHG-ERROR::> no change request '
                       mnt-change-id-in
               move 'n' to mnt-valid-switch
           else
           if ccr-status-in not = 'PENDING'
               display '<CTLCHG-ERROR::> ' ccr-id-in ' is '
                       function trim(ccr-status-in) ', not PENDING'
               move 'n' to mnt-valid-switch
           end-if
           end-if
           perform find-operator-level
           if opr-level-found not = 'CATALOG'
               display '<CTLCHG-ERROR::> '
                       function trim(mnt-operator-in)
                       ' does not hold CATALOG authority'
               move 'n' to mnt-valid-switch
           end-if
           .

      *>  Four eyes: nobody approves their own change.
       approve-request.
           perform find-pending-request
           if request-found
               and ccr-requester-in = mnt-operator-in
               display '<CTLCHG-ERROR::> ' ccr-id-in
                       ' cannot be approved by its own requester'
               move 'n' to mnt-valid-switch
           end-if
           if not mnt-valid
               add 1 to maint-error-count
           else
               move 'APPROVED' to ccr-status-in
               perform record-decision
           end-if
           .

       reject-request.
           perform find-pending-request
           if not mnt-valid
               add 1 to maint-error-count
           else
               move 'REJECTED' to ccr-status-in
               perform record-decision
           end-if
           .

       record-decision.
           move mnt-operator-in to ccr-approver-in
           move current-date-stamp(1:14) to ccr-approved-in
           move change-register-record to ccr-row(ccr-index)
           set register-changed to true
           display '<CTLCHG::> ' ccr-id-in ' '
                   function trim(ccr-status-in) ' by '
                   function trim(ccr-approver-in)
           .

      *>  Approved and due: apply it to the file now, recording
      *>  the line it landed on.
       apply-due-change.
           move ccr-row(ccr-index) to change-register-record
           if ccr-status-in = 'APPROVED'
               and ccr-effective-in not > today-date
               move ccr-file-in to control-file-code
               perform find-control-file
               perform load-control-rows
               if ccr-action-in = 'ADD' and ctlr-max = 500
                   set ctlr-full to true
               end-if
               if ctlr-full
                   display '<CTLCHG-ERROR::> '
                           function trim(control-file-path)
                           ' too large to rewrite; ' ccr-id-in
                           ' not applied'
                   add 1 to conflict-count
               else
                   perform apply-one-change
               end-if
           end-if
           .

       apply-one-change.
           move 'n' to row-found-switch
           if ccr-action-in = 'ADD'
               add 1 to ctlr-max
               move ccr-after-in to ctlr-row(ctlr-max)
               move ctlr-max to ccr-row-no-in
               set row-found to true
           else
               move 1 to ctlr-index
               perform test before
                   until ctlr-index > ctlr-max or row-found
                   if ctlr-row(ctlr-index) = ccr-before-in
                       set row-found to true
                   else
                       add 1 to ctlr-index
                   end-if
               end-perform
           end-if
           if row-found and ccr-action-in = 'CHANGE'
               move ccr-after-in to ctlr-row(ctlr-index)
               move ctlr-index to ccr-row-no-in
           end-if
           if row-found and ccr-action-in = 'DELETE'
               move ctlr-index to ccr-row-no-in
               perform varying ctlr-index from ctlr-index by 1
                       until ctlr-index >= ctlr-max
                   move ctlr-row(ctlr-index + 1)
                       to ctlr-row(ctlr-index)
               end-perform
               subtract 1 from ctlr-max
           end-if
           if row-found
               perform rewrite-control-rows
               move 'APPLIED' to ccr-status-in
               move current-date-stamp(1:14) to ccr-applied-in
               add 1 to maint-applied-count
               display '<CTLCHG::> ' ccr-id-in ' applied to '
                       function trim(control-file-path)
                       ' line ' ccr-row-no-in
           else
               move 'CONFLICT' to ccr-status-in
               add 1 to conflict-count
               display '<CTLCHG-ERROR::> ' ccr-id-in ' conflicts: '
                       'its before image is no longer in '
                       function trim(control-file-path)
           end-if
           move change-register-record to ccr-row(ccr-index)
           set register-changed to true
           .

       rewrite-change-register.
           open output change-register-file
           if change-register-status not = '00'
               display '<CTLCHG-ERROR::> cannot rewrite '
                       function trim(change-register-path)
                       ' status ' change-register-status
               move 1 to return-code
               goback
           end-if
           perform varying ccr-index from 1 by 1
                   until ccr-index > ccr-max
               write change-register-record from ccr-row(ccr-index)
           end-perform
           close change-register-file
           .

           copy tccrhelp.

       end program ctlchg.
