      *>  Master-change history: one line-sequential record per
      *>  change a maintenance run or load makes to a master -
      *>  stamp(14, UTC) master(8) key(40) action(8) operator(8)
      *>  program(8) before image(200) after image(200). Masters:
      *>
      *>    CAND      candidate master (candmnt, enrload, stsload,
      *>              candmrg), key can-id
      *>    COHORT    cohort master (cohmnt), key the cohort id
      *>    CATALOG   kata catalog (katmaint), key the kata name
      *>    PARAM     linkage parameter dictionary (katmaint PARAM),
      *>              key kata(20) position(2)
      *>    TRACK     curriculum tracks (trkmaint), key track(20)
      *>              seq(3)
      *>    TRACKENR  track enrollments (trkmaint ENROLL), key
      *>              candidate(20) track(20)
      *>    STMT      kata statements and hint ladders (stmtmnt),
      *>              key kata(20) STATEMNT or HINTS(8) line(4)
      *>
      *>  A blank before image is a record that was not on file (an
      *>  ADD), a blank after image one that is no longer on file
      *>  (a DROP, the old name of a RENAME, a statement line a
      *>  BEGIN replaced). The operator is the id the maintenance
      *>  run was started with, BATCH for a run started without
      *>  one. batch/master-history.cbl lists a record's changes
      *>  and rebuilds it as it stood at any point in time.
       01  master-change-path pic x(100)
                               value 'batch/master-history.txt'.
       01  master-change-status pic x(2) value spaces.
       01  master-change-eof-switch pic x value 'n'.
           88 master-change-eof value 'y'.

      *>  write-master-change: the change in hand, filled in by the
      *>  caller; the stamp is taken at the write.
       01  mch-master         pic x(8) value spaces.
       01  mch-key            pic x(40) value spaces.
       01  mch-action         pic x(8) value spaces.
       01  mch-operator       pic x(8) value 'BATCH'.
       01  mch-program        pic x(8) value spaces.
       01  mch-before         pic x(200) value spaces.
       01  mch-after          pic x(200) value spaces.
       01  mch-date-stamp     pic x(21).
