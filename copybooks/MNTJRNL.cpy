      ******************************************************************
      *  MNTJRNL.CPY
      *  Maintenance journal record.  One row per successful add,
      *  change, delete or merge applied to CUSTOMER-MASTER through the
      *  CUSTMNT screen or the CUSTPAPL, CUSTMRGE, CUSTAPLY and
      *  CUSTPURG batch runs, carrying the operator, terminal,
      *  timestamp and the full before and after record images so every
      *  master file change can be reconstructed for the auditors, so
      *  CUSTRCVR can roll a CUSTUNLD backup forward to a point in
      *  time, and so CUSTCHGF can feed the night's changes to the
      *  downstream systems.
      ******************************************************************
       01  MAINT-JOURNAL-RECORD.
           05  MJRN-TIMESTAMP              PIC X(21).
