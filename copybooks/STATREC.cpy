      ******************************************************************
      *  STATREC.CPY
      *  Per-cycle statistics record appended to the CYCLSTAT history
      *  file by the nightly programs -- one row per program per cycle
      *  date, so the night's numbers survive the run summary scrolling
      *  past.  CUSTEXRP writes volume and rejects, CUSTBLKP adds
      *  found/not-found, CUSTACKM adds the acknowledgment
      *  match/reject/aged counts, CUSTBALN records whether the cycle
      *  balanced, and the CUSTRINT integrity sweep records the rows it
      *  examined, its findings and how many of them point at a missing
      *  customer, and the CUSTACCS access report records the operator
      *  rows examined, its findings, and the operators active and
      *  flagged.  The CUSTMTRD month-end report reads the history back
      *  for trends.  Fields a program has no number for are written as
      *  zero (or space for the balanced flag).
      ******************************************************************
       01  CYCLE-STAT-RECORD.
           05  STAT-CYCLE-DATE             PIC X(8).
