      ******************************************************************
      *  PURGMASK.CPY
      *  The names CUSTPURG puts on a purged customer.  The master
      *  carries the pending mark from the run that masks it until a
      *  later run finds nothing left in the other files, and the
      *  final mark after that; the rows masked elsewhere carry
      *  whichever mark the master had when they were masked or
      *  written.  The phonetic key routine skips the leading "*",
      *  so both marks would key under P; CUSTPBLD leaves a customer
      *  carrying either one out of CUSTPHON and the CUSTRINT sweep
      *  does not expect a row for it.
      ******************************************************************
       01  WS-PURGE-NAME-MASK              PIC X(20) VALUE "*PURGED*".
       01  WS-PENDING-NAME-MASK            PIC X(20)
                                           VALUE "*PURGE PENDING*".
