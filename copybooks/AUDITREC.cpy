      *  AUDITREC.CPY
      *  One row per customer ID lookup attempt, successful or not,
      *  for compliance review.  Appended to the audit log -- never
      *  rewritten.  CUSTNSRC also writes one row per customer shown
      *  on a name search pick list (or one row with a blank input ID
      *  and the name searched when nothing matched), and CUSTHINQ
      *  one row per history inquiry.  Interactive rows carry the
      *  signed-on operator and terminal; batch rows leave them blank.
      ******************************************************************
       01  AUDIT-RECORD.
           05  AUDIT-TIMESTAMP             PIC X(21).
           05  AUDIT-SOURCE-PGM            PIC X(8).
               88  AUDIT-FROM-BATCH            VALUE "CUSTEXRP"
                                                     "CUSTBLKP".
               88  AUDIT-FROM-NAME-SEARCH      VALUE "CUSTNSRC".
               88  AUDIT-FROM-HIST-INQUIRY     VALUE "CUSTHINQ".
           05  AUDIT-OPERATOR              PIC X(8).
           05  AUDIT-TERMINAL              PIC X(4).
