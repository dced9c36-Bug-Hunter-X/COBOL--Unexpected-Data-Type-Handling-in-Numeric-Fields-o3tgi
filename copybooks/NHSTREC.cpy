      ******************************************************************
      *  NHSTREC.CPY
      *  Record layout for the NOTFHIST indexed letter history, one
      *  row per letter CUSTNOTF has put on the mailing extract,
      *  keyed by customer ID, letter type and the effective date of
      *  the change the letter is about.  A letter whose key is
      *  already on file from an earlier night, or from this same
      *  run, has gone out and is not sent again.  One put on file
      *  by an earlier run of the same night is sent again and the
      *  row rewritten, because the rerun replaces that run's
      *  NOTFEXTR.  NHST-CYCLE-DATE and NHST-RUN-STAMP are the cycle
      *  and the run that sent it.
      ******************************************************************
       01  NOTICE-HISTORY-RECORD.
           05  NHST-KEY.
               10  NHST-CUST-ID            PIC X(10).
               10  NHST-LETTER-TYPE        PIC X(2).
               10  NHST-EFFECTIVE-DATE     PIC X(8).
           05  NHST-CYCLE-DATE             PIC X(8).
           05  NHST-RUN-STAMP              PIC X(21).
