      *>  Candidate notification queue: one line-sequential record
      *>  per event a candidate is told about - created(14)
      *>  candidate(20) event(8) reference(20) detail(40) status(8)
      *>  delivered(14) - in batch/notification-events.txt. The
      *>  programs and scripts that produce the events append them
      *>  NEW (the queue drain GRADED and QUOTA, the appeals
      *>  adjudication APPEAL, certgen CERT, stndeval STANDING,
      *>  revasgn REVIEW to a reviewer and revpost REVIEWED back to
      *>  the author;
      *>  ntfyq raises DEADLINE itself from the assignment
      *>  calendar), and batch/notify-queue.cbl (ntfyq) renders them
      *>  through batch/notification-templates.txt into each
      *>  candidate's outbound message file and moves the status on:
      *>  SENT, HELD for the daily digest, DIGESTED, or OPTOUT.
       01  notify-event-file-path  pic x(100)
                             value 'batch/notification-events.txt'.
       01  notify-event-file-status pic x(2) value spaces.
       01  notify-event-eof-switch pic x value 'n'.
           88 notify-event-eof     value 'y'.

      *>  Filled in by a producer before write-notify-event.
       01  nev-new-candidate  pic x(20).
       01  nev-new-event      pic x(8).
       01  nev-new-reference  pic x(20).
       01  nev-new-detail     pic x(40).
       01  nev-stamp          pic x(21).
