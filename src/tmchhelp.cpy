      *>  Master-change history writer (see the note in
      *>  src/tmchdata.cpy). Fill in mch-master, mch-key,
      *>  mch-action, mch-before and mch-after (mch-operator and
      *>  mch-program once per run) and perform write-master-change;
      *>  the history is opened, extended and closed around each
      *>  record, so a run that stops part way through still has
      *>  every change it made on file. needs tmchdata and
      *>  tmchfc/tmchfd in the same program.
       write-master-change.
           open extend master-change-file
           if master-change-status not = '00'
               open output master-change-file
           end-if
           if master-change-status = '00'
               move function current-date to mch-date-stamp
               move spaces to master-change-record
               move mch-date-stamp(1:14) to mch-stamp-in
               move mch-master to mch-master-in
               move mch-key to mch-key-in
               move mch-action to mch-action-in
               move mch-operator to mch-operator-in
               move mch-program to mch-program-in
               move mch-before to mch-before-in
               move mch-after to mch-after-in
               write master-change-record
               close master-change-file
           else
               display '<' function trim(mch-program)
                       '-WARNING::> cannot write '
                       function trim(master-change-path)
                       ' status ' master-change-status
           end-if
           .
