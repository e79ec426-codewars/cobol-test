      *>  Exam sessions and seat bookings. The session master
      *>  (batch/exam-sessions.txt, hand-edited like the exam
      *>  definitions it hangs off, '#' comment lines) has one record
      *>  per proctored sitting of an exam - session-id(12)
      *>  exam-id(12) open(14) close(14) seat-capacity(4) - whose
      *>  window lies inside the exam's. The booking file
      *>  (batch/exam-bookings.txt) has one record per booking -
      *>  session-id(12) candidate(20) status(10) requested(14)
      *>  updated(14) - maintained by exambkg
      *>  (batch/exam-booking.cbl). Statuses: BOOKED (a confirmed
      *>  seat), WAITLIST (in requested order behind a full
      *>  session), CANCELLED, NO-SHOW. An EXAM_SESSION run of the
      *>  batch grades exam submissions only from candidates BOOKED
      *>  on that session, and examrpt reconciles the bookings
      *>  against who actually sat.
       01  session-file-path  pic x(100)
                               value 'batch/exam-sessions.txt'.
       01  session-file-status pic x(2) value spaces.
       01  session-eof-switch pic x value 'n'.
           88 session-eof     value 'y'.
       01  booking-file-path  pic x(100)
                               value 'batch/exam-bookings.txt'.
       01  booking-file-status pic x(2) value spaces.
       01  booking-eof-switch pic x value 'n'.
           88 booking-eof     value 'y'.
