      *  Nightly maintenance activity report.  Reads the day's
      *  CUSTJRNL maintenance journal (written by the CUSTMNT screen
      *  through the CJRN transient data queue, and by the CUSTPAPL,
      *  CUSTMRGE, CUSTAPLY and CUSTXMNT batch runs) and summarizes
      *  the adds, changes, deletes and merges applied to
      *  CUSTOMER-MASTER by function and operator, with grand
      *  totals.  Denied attempts (journal rows flagged D by the
      *  authorization checks) get their own section by operator and
      *  attempted function, because the auditors ask who tried as
      *  well as who did.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMJRP.
