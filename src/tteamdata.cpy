      *>  Team master file: one line-sequential record per team
      *>  that submits capstone katas together - id(20) cohort(10)
      *>  effective-from(8) effective-to(8) and up to four
      *>  member candidate ids(20 each) - maintained by
      *>  batch/team-maint.cbl. A queue submission made under a
      *>  team id is graded once and credited to every member the
      *>  team had on the day it was received: one audit detail
      *>  per member, each carrying the team id (aud-team-id-in),
      *>  the first the run itself and the rest TEAM-origin credit
      *>  details. Blank effective dates are open-ended.
       01  team-file-path     pic x(100)
                               value 'batch/team-master.txt'.
       01  team-file-status   pic x(2) value spaces.
       01  team-eof-switch    pic x value 'n'.
           88 team-eof        value 'y'.

       01  team-member-max    pic 9(1) value 4.
