      *>  Candidate status-change history: one line-sequential
      *>  record per registrar status change applied to the
      *>  candidate master - candidate(20) action(8) effective(8)
      *>  expected-return(8) previous-status(8) new-status(8)
      *>  applied(14) reason(30) - appended by
      *>  batch/status-load.cbl. Actions: WITHDRAW (status
      *>  WITHDRWN), LEAVE (status ON-LEAVE, with the expected
      *>  return date) and REINST (back to ACTIVE). A LEAVE opens a
      *>  leave of absence that the candidate's next REINST or
      *>  WITHDRAW closes the day before its effective date; a leave
      *>  not yet closed runs to today. batch/late-report.cbl stops
      *>  the due-date clock over those days.
       01  status-change-file-path  pic x(100)
                                     value 'batch/status-changes.txt'.
       01  status-change-file-status pic x(2) value spaces.
       01  status-change-eof-switch pic x value 'n'.
           88 status-change-eof     value 'y'.
