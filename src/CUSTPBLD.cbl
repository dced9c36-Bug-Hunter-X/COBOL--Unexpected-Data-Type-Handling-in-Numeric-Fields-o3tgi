      *  always reflects the master as of the last batch window.
      *  The CUSTMNT screen keeps the index current during the day;
      *  this rebuild heals anything the online refresh missed.
      *  A customer CUSTPURG has masked is left out of the index.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPBLD.
       01  WS-PHON-CODE                    PIC X(1)  VALUE SPACE.
       01  WS-PHON-PREV-CODE               PIC X(1)  VALUE SPACE.

       COPY PURGMASK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           MOVE FUNCTION UPPER-CASE(CUST-NAME) TO WS-PHON-NAME
           PERFORM 8900-BUILD-PHONETIC-KEY
           IF WS-PHON-KEY = "0000"
                   OR CUST-NAME = WS-PURGE-NAME-MASK
                   OR CUST-NAME = WS-PENDING-NAME-MASK
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               MOVE SPACES TO PHONETIC-RECORD
