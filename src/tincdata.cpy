      *>  Operations incident log: one line-sequential record per
      *>  incident in batch/incidents.txt - id(12) severity(4)
      *>  source(8) subject(20) opened(14) closed(14) status(8)
      *>  owner(8) summary(40) notes(60). The id is I<yyyymmdd><nnn>,
      *>  numbered within the day it opened. Severities SEV1 (the
      *>  window is lost) to SEV3 (look at it this shift). Sources:
      *>  GATE, TIMEOUT, SLA (run-all-katas.sh), STALL
      *>  (watch-progress.sh), all through batch/open-incident.sh,
      *>  which never opens a second OPEN incident for the same
      *>  source and subject (a kata, or the runner for batch-wide
      *>  signals); MANUAL ones come from opcon, which also assigns
      *>  owners, records resolution notes and closes them (status
      *>  OPEN or CLOSED). batch/shift-handover.cbl reports them at
      *>  shift change.
       01  incident-file-path  pic x(100)
                                value 'batch/incidents.txt'.
       01  incident-file-status pic x(2) value spaces.
       01  incident-eof-switch pic x value 'n'.
           88 incident-eof     value 'y'.
