      *  PSTSREC.CPY
      *  Record layout for the PENDSTAT pending status change file,
      *  keyed by PSTS-CUST-ID.  One row per scheduled status change:
      *  the CUSTPMNT screen maintains the schedule, the monthly
      *  CUSTDORM run adds inactivations for dormant accounts, and
      *  the nightly CUSTPAPL step applies every row whose date has
      *  arrived, journaling each change to CUSTJRNL like any other
      *  maintenance.  CUSTLKUP reads the file to warn the operator
      *  when the customer it found has a closure coming.
