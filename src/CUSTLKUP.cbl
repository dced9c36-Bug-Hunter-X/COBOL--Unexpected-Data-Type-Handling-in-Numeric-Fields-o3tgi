      *  trailer-is-last-record contract.  CUSTBLKP consumes what it
      *  folds, leaving a TRL marker this program simply appends
      *  behind; lookups taken after the fold ride the next cycle.
      *  The CSR signs on with an operator ID that must be on
      *  OPERPROF and the terminal in use, and both go on the audit
      *  row so every lookup can be traced to the person who made it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTLKUP.
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT OPERATOR-PROFILE ASSIGN TO "OPERPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-USER-ID
               FILE STATUS IS WS-PROF-STATUS.

           SELECT CUSTOMER-XREF ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  OPERATOR-PROFILE.
       COPY OPERREC.

       FD  CUSTOMER-XREF.
       COPY XREFREC.

       COPY PSTSREC.

       FD  AUDIT-LOG.
       01  AUDIT-LINE                  PIC X(90).

       FD  LOOKUP-DAY-FILE.
       01  LKDY-LINE                   PIC X(80).
       01  WS-FORMAT-BAD-SW            PIC X     VALUE "N".
           88  WS-FORMAT-IS-BAD             VALUE "Y".
       01  WS-CUSTMAST-STATUS          PIC X(2).
       01  WS-PROF-STATUS              PIC X(2).
       01  WS-XREF-STATUS              PIC X(2).
       01  WS-PSTS-STATUS              PIC X(2).
       01  WS-AUDIT-STATUS             PIC X(2).
       01  WS-PEND-CLOSE-DATE          PIC X(8)  VALUE SPACES.
       01  WS-LEGACY-SW                PIC X     VALUE SPACE.
           88  WS-VIA-LEGACY-ID             VALUE "L".
       01  WS-OPERATOR-ID              PIC X(8)  VALUE SPACES.
       01  WS-TERMINAL-ID              PIC X(4)  VALUE SPACES.
       COPY WSERRCD.
       COPY AUDITREC.
       COPY INTFREC.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           PERFORM 1050-SIGN-ON
           DISPLAY "Enter customer ID: "
           ACCEPT WS-INPUT-ID
           PERFORM 2000-VALIDATE-AND-LOOKUP
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT OPERATOR-PROFILE
           IF WS-PROF-STATUS NOT = "00"
               DISPLAY "OPERPROF OPEN FAILED STATUS="
                   WS-PROF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "CUSTMAST OPEN FAILED STATUS="
               STOP RUN
           END-IF.

      *  No lookup without a known operator -- an ID that is not on
      *  OPERPROF, or no terminal, ends the session before anything
      *  is read.
       1050-SIGN-ON.
           DISPLAY "Operator ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "Terminal ID: "
           ACCEPT WS-TERMINAL-ID
           MOVE WS-OPERATOR-ID TO OPER-USER-ID
           READ OPERATOR-PROFILE
               INVALID KEY
                   MOVE SPACES TO WS-OPERATOR-ID
           END-READ
           IF WS-OPERATOR-ID = SPACES OR WS-TERMINAL-ID = SPACES
               DISPLAY "Sign-on refused -- operator not on OPERPROF "
                   "or no terminal given."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE OPERATOR-PROFILE.

       2000-VALIDATE-AND-LOOKUP.
           MOVE WS-INPUT-ID TO WS-CUSTOMER-ID
           IF WS-INPUT-ID = SPACES
           MOVE WS-CUST-STATUS TO AUDIT-CUST-STATUS
           MOVE WS-LEGACY-SW TO AUDIT-LEGACY-SW
           MOVE "CUSTLKUP" TO AUDIT-SOURCE-PGM
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR
           MOVE WS-TERMINAL-ID TO AUDIT-TERMINAL
           EVALUATE TRUE
               WHEN ERR-NONE
                   MOVE "FOUND" TO AUDIT-OUTCOME
