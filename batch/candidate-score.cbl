      *>  leaderboard line carries the candidate's cohort from the
      *>  candidate master, and a per-cohort rollup follows the
      *>  per-candidate detail so one intake can be read against
      *>  another without re-adding the lines by hand. Details on
      *>  the void register (batch/void-maint.cbl) never score.
      *>  Peer code review (src/tprvdata.cpy) is a separate
      *>  component, listed after the detail and kept out of the
      *>  ranking score: up to 5 points for the rubric scores the
      *>  candidate's own submissions drew from their reviewers and
      *>  up to 5 for the share of their assigned reviews they
      *>  actually turned in.
      *>  Hints released from a kata's hint ladder
      *>  (src/thntdata.cpy) cost a passed kata the ladder's
      *>  deduction pct of its points per hint, when the threshold
      *>  row sets one - rounded, floored at zero alongside any late
      *>  penalty.
      *>
      *>  Only the selected tenant's candidates are scored
      *>  (src/ttendata.cpy): the home tenant's, another's with
      *>  TENANT=<tenant>, or every tenant's with TENANT=*.
      *>
      *>  Usage: candscore [TENANT=<tenant>]   (run from the repo root)

       environment division.
       input-output section.
       file-control.
           copy taudfc.
           copy tvoidfc.
           copy tcatfc.
           copy tcanfc.
           copy taliasfc.
           copy tprvfc.
           copy thntfc.
           copy ttenfc.
           select adjudications-file
               assign to dynamic adjudications-file-path
               organization line sequential
       data division.
       file section.
           copy taudfd.
           copy tvoidfd.
           copy tcatfd.
           copy tcanfd.
           copy taliasfd.
           copy tprvfd.
           copy thntfd.
           copy ttenfd.
       fd  adjudications-file.
       01  adjudications-record.
           05 adj-candidate-in pic x(20).

       working-storage section.
           copy tauddata.
           copy tvoiddata.
           copy tcatdata.
           copy tcandata.
           copy tcohdata.
           copy taliasdata.
           copy tprvdata.
           copy thntdata.
           copy ttendata.

      *>  Catalog rollup: one entry per kata name with its difficulty
      *>  weight and an index into the category table below. katas the
              10 cand-score     pic 9(5) value 0.
              10 cand-attempted pic 9(4) value 0.
              10 cand-passed    pic 9(4) value 0.
              10 cand-rev-received pic 9(4) value 0.
              10 cand-rev-points   pic 9(6) value 0.
              10 cand-rev-assigned pic 9(4) value 0.
              10 cand-rev-done     pic 9(4) value 0.
              10 cand-cat-tally occurs 15 times.
                 15 cand-cat-attempted pic 9(4) value 0.
                 15 cand-cat-passed    pic 9(4) value 0.
       01  late-deduction     pic 9(3) value 0.
       01  late-contribution  pic s9(3) value 0.

      *>  hints released per candidate/kata, off the release log
       01  hrel-max           pic 9(3) value 0.
       01  hrel-table.
           05 hrel-entry occurs 500 times.
              10 hrel-candidate pic x(20).
              10 hrel-kata      pic x(20).
              10 hrel-count     pic 9.
       01  hrel-index         pic 9(3) value 0.
       01  hrel-found-switch  pic x value 'n'.
           88 hrel-found      value 'y'.
       01  hint-applied-count pic 9(4) value 0.
       01  hint-deduction     pic 9(3) value 0.

       01  peer-review-applied pic 9(4) value 0.
       01  rev-row-total      pic 9(2) value 0.
       01  rev-quality-points pic 9 value 0.
       01  rev-part-points    pic 9 value 0.
       01  rev-component      pic 9(2) value 0.
       01  rev-display        pic z9.
       01  rev-display-2      pic 9.
       01  rev-display-3      pic 9.

       01  score-display      pic z(4)9.
       01  count-display      pic z(3)9.
       01  count-display-2    pic z(3)9.
       01  score-display-2    pic z(5)9.

       procedure division.
           accept ten-command-args from command-line
           move 'CANDSCORE' to ten-program
           perform take-tenant-selection
           if ten-selection-bad
               move 2 to return-code
               goback
           end-if
           perform load-candidate-cohort-map
           perform load-catalog-table
           open input audit-file
           perform apply-adjudications
           perform apply-adjustment-journal
           perform load-late-ledger
           perform load-hint-releases
           perform apply-peer-reviews
           perform roll-up-pairs
               varying pair-index from 1 by 1
               until pair-index > pair-max
                       ' late penalty(ies) applied per the'
                       ' assignment calendar'
           end-if
           if hint-applied-count > 0
               display '<CANDSCORE::> ' hint-applied-count
                       ' hint deduction(s) applied per the'
                       ' hint ladder'
           end-if
           display '<LEADERBOARD::>'
           perform display-leaderboard-entry
               varying rank-index from 1 by 1
           perform display-candidate-detail
               varying rank-index from 1 by 1
               until rank-index > cand-max
           if peer-review-applied > 0
               display '<PEER-REVIEW::>'
               perform display-peer-review-line
                   varying rank-index from 1 by 1
                   until rank-index > cand-max
           end-if
           perform roll-up-cohorts
               varying cand-index from 1 by 1
               until cand-index > cand-max
                           or aud-candidate-id-in(1:5) = '*TRL*'
                           or aud-candidate-id-in(1:5) = '*CFW*'
                           or aud-candidate-id-in(1:5) = '*PCL*'
                           or aud-candidate-id-in(1:5) = '*SAR*'
                       continue
                   else
                       move aud-tenant-in to ten-record-tenant
                       move aud-candidate-id-in to ten-lookup-candidate
                       perform check-detail-tenant
                       perform check-audit-detail-voided
                       if not detail-voided and ten-in-selection
                           perform accept-audit-detail
                       end-if
                   end-if
           end-read
           .
                   add 1 to cand-index
               end-if
           end-perform
      *>  a candidate of another tenant never gets an entry, so
      *>  neither their adjudications, journal rows nor peer
      *>  reviews list them
           if not cand-found
               move aud-candidate-id to ten-lookup-candidate
               perform check-candidate-tenant
           end-if
           if not cand-found and ten-in-selection
               if cand-max < 100
                   add 1 to cand-max
                   move cand-max to cand-index
           if pair-passed-switch(pair-index) = 'y'
               add 1 to cand-passed(cand-index)
               add 1 to cand-cat-passed(cand-index category-index)
               move 0 to late-deduction hint-deduction
               perform find-late-entry
               if late-found
                   compute late-deduction rounded =
                       (kat-weight(kat-index)
                        * late-days(late-index)
                        * late-penalty(late-index)) / 100
                   add 1 to late-applied-count
               end-if
               perform find-hint-release-entry
               if hrel-found
                   move kat-name(kat-index) to hint-lookup-kata
                   perform find-hint-ladder
                   if hint-ladder-deduct > 0
                       compute hint-deduction rounded =
                           (kat-weight(kat-index)
                            * hrel-count(hrel-index)
                            * hint-ladder-deduct) / 100
                       add 1 to hint-applied-count
                   end-if
               end-if
               compute late-contribution =
                   kat-weight(kat-index) - late-deduction
                   - hint-deduction
               if late-contribution < 0
                   move 0 to late-contribution
               end-if
               add late-contribution to cand-score(cand-index)
           end-if
           .

           end-perform
           .

       load-hint-releases.
           open input hint-release-file
           if hint-release-file-status = '00'
               perform read-next-hint-release until hint-release-eof
               close hint-release-file
           end-if
           .

       read-next-hint-release.
           read hint-release-file
               at end
                   set hint-release-eof to true
               not at end
                   move 'n' to hrel-found-switch
                   perform varying hrel-index from 1 by 1
                           until hrel-index > hrel-max or hrel-found
                       if hrel-candidate(hrel-index) = hrl-candidate-in
                           and hrel-kata(hrel-index) = hrl-kata-in
                           set hrel-found to true
                           if hrel-count(hrel-index) < 9
                               add 1 to hrel-count(hrel-index)
                           end-if
                       end-if
                   end-perform
                   if not hrel-found and hrel-max < 500
                       add 1 to hrel-max
                       move hrl-candidate-in
                           to hrel-candidate(hrel-max)
                       move hrl-kata-in to hrel-kata(hrel-max)
                       move 1 to hrel-count(hrel-max)
                   end-if
           end-read
           .

       find-hint-release-entry.
           move 'n' to hrel-found-switch
           move 1 to hrel-index
           perform test before
               until hrel-index > hrel-max or hrel-found
               if hrel-candidate(hrel-index) = cand-id(cand-index)
                   and hrel-kata(hrel-index) = kat-name(kat-index)
                   set hrel-found to true
               else
                   add 1 to hrel-index
               end-if
           end-perform
           .

       rank-candidates.
           perform varying rank-index from 1 by 1
                   until rank-index > cand-max
                   '/' function trim(count-display-2)
           .

      *>  the register's author and reviewer each ride through
      *>  the same candidate lookup the audit details use, so a
      *>  reviewer with no graded run of their own still lists.
       apply-peer-reviews.
           open input peer-review-file
           if peer-review-file-status = '00'
               perform read-next-peer-review until peer-review-eof
               close peer-review-file
           end-if
           .

       read-next-peer-review.
           read peer-review-file
               at end
                   set peer-review-eof to true
               not at end
                   add 1 to peer-review-applied
                   move prv-author-in to aud-candidate-id
                   perform find-candidate-entry
                   if cand-found and prv-status-in = 'REVIEWED'
                       move 0 to rev-row-total
                       perform varying prv-category-index from 1 by 1
                               until prv-category-index > 5
                           if prv-score-in(prv-category-index)
                                   is numeric
                               add function numval(
                                   prv-score-in(prv-category-index))
                                   to rev-row-total
                           end-if
                       end-perform
                       add 1 to cand-rev-received(cand-index)
                       add rev-row-total to cand-rev-points(cand-index)
                   end-if
                   move prv-reviewer-in to aud-candidate-id
                   perform find-candidate-entry
                   if cand-found
                       add 1 to cand-rev-assigned(cand-index)
                       if prv-status-in = 'REVIEWED'
                           add 1 to cand-rev-done(cand-index)
                       end-if
                   end-if
           end-read
           .

       display-peer-review-line.
           move rank-cand-index(rank-index) to cand-index
           move 0 to rev-quality-points rev-part-points
           if cand-rev-received(cand-index) > 0
               compute rev-quality-points rounded =
                   (cand-rev-points(cand-index) * prv-score-max)
                   / (cand-rev-received(cand-index) * 25)
           end-if
           if cand-rev-assigned(cand-index) > 0
               compute rev-part-points rounded =
                   (cand-rev-done(cand-index) * prv-score-max)
                   / cand-rev-assigned(cand-index)
           end-if
           compute rev-component = rev-quality-points + rev-part-points
           move rev-component to rev-display
           move rev-quality-points to rev-display-2
           move rev-part-points to rev-display-3
           move cand-rev-received(cand-index) to count-display
           move cand-rev-done(cand-index) to count-display-2
           move cand-rev-assigned(cand-index) to score-display
           display cand-id(cand-index) ' review=' rev-display
                   ' quality=' rev-display-2 '/5 from '
                   function trim(count-display) ' review(s)'
                   ' participation=' rev-display-3 '/5 ('
                   function trim(count-display-2) '/'
                   function trim(score-display) ' done)'
           .

           copy taliashelp.

           copy tvoidhelp.

           copy thnthelp.

           copy ttenhelp.

       end program candscore.
