      ******************************************************************
      *  PROFSNAP.CPY
      *  Month-end portfolio snapshot record appended to the PROFHIST
      *  history file by CUSTPROF -- one row per report month with the
      *  CUSTOMER-MASTER totals as they stood at the month-end run and
      *  the closures and merges journaled during the month, so the
      *  next month's report (and the same month next year) has
      *  something to measure its movement against.  A rerun for the
      *  same month appends a fresh row; the last row for a month
      *  wins, same as CYCLSTAT.  SNAP-COUNT views the ten totals as
      *  a table in the order they are defined.
      ******************************************************************
       01  PORTFOLIO-SNAPSHOT-RECORD.
           05  SNAP-MONTH                  PIC X(6).
           05  SNAP-RUN-DATE               PIC X(8).
           05  SNAP-COUNTS.
               10  SNAP-TOTAL-COUNT        PIC 9(9).
               10  SNAP-ACTIVE-COUNT       PIC 9(9).
               10  SNAP-INACTIVE-COUNT     PIC 9(9).
               10  SNAP-CLOSED-COUNT       PIC 9(9).
               10  SNAP-NUMERIC-COUNT      PIC 9(9).
               10  SNAP-ALPHA-COUNT        PIC 9(9).
               10  SNAP-NO-XREF-COUNT      PIC 9(9).
               10  SNAP-OPENED-COUNT       PIC 9(9).
               10  SNAP-CLOSURE-COUNT      PIC 9(9).
               10  SNAP-MERGE-COUNT        PIC 9(9).
           05  SNAP-COUNT-TABLE REDEFINES SNAP-COUNTS.
               10  SNAP-COUNT              PIC 9(9) OCCURS 10 TIMES.
