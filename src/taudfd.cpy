      *>  oracle path; blank otherwise), so any individual run can
      *>  be rebuilt exactly for an appeal.
           05 aud-param-in        pic x(8).
      *>  Record origin: 'REGRADE' on the details a regrade
      *>  campaign (batch/regrade-campaign.sh) appends when it reruns
      *>  an earlier submission under a corrected suite - a new grade
      *>  for an attempt already on file, so the grading-policy.txt
      *>  quota and cooldown never count it. 'VOID' on the reversal
      *>  details a run void appends (batch/void-maint.cbl), which
      *>  are not runs at all. Blank on everything the nightly run
      *>  and the queue drain write.
           05 aud-origin-in       pic x(8).
      *>  The runner (host, or distributed worker name) that graded
      *>  the detail - the slice a run void (batch/void-maint.cbl)
      *>  can be narrowed to when one box of a run went bad. Blank
      *>  on details from before the column.
           05 aud-runner-in       pic x(20).
      *>  Team id on a team submission's details (see tteamdata):
      *>  every member gets a detail with the same team id here, so
      *>  the trail shows the team and each member it credited. The
      *>  member details after the first carry TEAM in the origin
      *>  column - credit, not another run - so the balance and the
      *>  team's attempt quota count the run once. Blank on solo
      *>  runs and on details from before the column.
           05 aud-team-id-in      pic x(20).
      *>  The detail's stamp as wall-clock time in the candidate's
      *>  own zone, and that zone (src/tzondata.cpy) - aud-timestamp-
      *>  in stays UTC; examrpt holds a detail to the exam window by
      *>  the local stamp, the window being wall-clock time. Blank on
      *>  details from before the columns.
           05 aud-local-ts-in     pic x(14).
           05 aud-zone-in         pic x(8).
      *>  Tenant of the candidate graded (src/ttendata.cpy), taken
      *>  from the candidate master when the detail is written.
      *>  Blank - the home tenant - on details from before the
      *>  column.
           05 aud-tenant-in       pic x(8).
