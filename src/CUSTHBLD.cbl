       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       01  AUDIT-LINE                      PIC X(90).

       FD  AUDIT-ARCHIVE.
       01  ARCH-LINE                       PIC X(90).

       FD  MAINT-JOURNAL.
       COPY MNTJRNL.
      *  history is not split between the old and new numbers.  An
      *  audit row with a blank input ID has no customer to file
      *  under and is dropped from the history (it stays on the
      *  audit log itself).  So are CUSTNSRC search and CUSTHINQ
      *  inquiry rows: they record who looked, for CUSTACCS, and are
      *  not activity on the account.
       2200-BUILD-LOOKUP-ROW.
           IF AUDIT-INPUT-ID = SPACES
                   OR AUDIT-FROM-NAME-SEARCH
                   OR AUDIT-FROM-HIST-INQUIRY
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               MOVE SPACES TO HISTORY-RECORD
               MOVE AUDIT-OUTCOME TO HIST-OUTCOME
               MOVE AUDIT-ERROR-CODE TO HIST-ERROR-CODE
               MOVE SPACE TO HIST-FUNCTION
               MOVE AUDIT-OPERATOR TO HIST-OPERATOR
               MOVE AUDIT-CUSTOMER-NAME TO HIST-DETAIL
               ADD 1 TO WS-LOOKUP-COUNT
               PERFORM 8000-WRITE-HISTORY-ROW
      *        name; everything else came through the CUSTMNT screen.
               IF MJRN-USER-ID = "CUSTPAPL"
                       OR MJRN-USER-ID = "CUSTMRGE"
                       OR MJRN-USER-ID = "CUSTAPLY"
                       OR MJRN-USER-ID = "CUSTPURG"
                   MOVE MJRN-USER-ID TO HIST-SOURCE-PGM
               ELSE
                   MOVE "CUSTMNT" TO HIST-SOURCE-PGM
