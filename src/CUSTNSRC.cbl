      *  "MEIER STEFAN" on file.  Every pick-list row is flagged
      *  EXACT or PHONETIC so the CSR knows how hard to verify.
      *  The master must be defined with a name AIX path for the
      *  alternate key browse to work.  The CSR signs on with an
      *  operator ID that must be on OPERPROF and the terminal in
      *  use.  Every customer put on the pick list is written to
      *  the CUSTAUDT audit log under that operator and terminal,
      *  and a search that finds nobody is logged with the name
      *  that was searched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTNSRC.
               RECORD KEY IS PHON-KEY
               FILE STATUS IS WS-PHON-STATUS.

           SELECT OPERATOR-PROFILE ASSIGN TO "OPERPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-USER-ID
               FILE STATUS IS WS-PROF-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "CUSTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       FD  PHONETIC-INDEX.
       COPY PHONREC.

       FD  OPERATOR-PROFILE.
       COPY OPERREC.

       FD  AUDIT-LOG.
       01  AUDIT-LINE                  PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-CUSTMAST-STATUS          PIC X(2).
       01  WS-PHON-STATUS              PIC X(2).
       01  WS-PROF-STATUS              PIC X(2).
       01  WS-AUDIT-STATUS             PIC X(2).
       01  WS-OPERATOR-ID              PIC X(8)  VALUE SPACES.
       01  WS-TERMINAL-ID              PIC X(4)  VALUE SPACES.
       01  WS-PHON-OPEN-SW             PIC X     VALUE "N".
           88  WS-PHON-IS-OPEN              VALUE "Y".
       01  WS-SEARCH-MODE              PIC X(1)  VALUE "E".
       01  WS-PHON-CODE                PIC X(1)  VALUE SPACE.
       01  WS-PHON-PREV-CODE           PIC X(1)  VALUE SPACE.

       COPY AUDITREC.

       01  WS-PICK-LINE.
           05  WS-PICK-ID              PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           PERFORM 1050-SIGN-ON
           DISPLAY "Search mode -- E exact prefix, P phonetic: "
           ACCEPT WS-SEARCH-MODE
           DISPLAY "Enter full or partial customer name: "
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT OPERATOR-PROFILE
           IF WS-PROF-STATUS NOT = "00"
               DISPLAY "OPERPROF OPEN FAILED STATUS="
                   WS-PROF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "CUSTAUDT OPEN FAILED STATUS="
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *  No search without a known operator -- an ID that is not on
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

       2000-SEARCH-BY-NAME.
           IF WS-SEARCH-NAME = SPACES
               DISPLAY "No search name entered."
                   MOVE CUST-DATE-OPENED TO WS-PICK-DATE-OPENED
                   MOVE "EXACT" TO WS-PICK-MATCH
                   DISPLAY WS-PICK-LINE
                   MOVE CUST-ID TO AUDIT-INPUT-ID
                   MOVE CUST-NAME TO AUDIT-CUSTOMER-NAME
                   MOVE CUST-STATUS TO AUDIT-CUST-STATUS
                   MOVE "NAME EXACT" TO AUDIT-OUTCOME
                   PERFORM 2900-WRITE-AUDIT-RECORD
               END-IF
           END-IF.

                   MOVE CUST-DATE-OPENED TO WS-PICK-DATE-OPENED
           END-READ
           MOVE "PHONETIC" TO WS-PICK-MATCH
           DISPLAY WS-PICK-LINE
           MOVE PHON-CUST-ID TO AUDIT-INPUT-ID
           MOVE PHON-NAME TO AUDIT-CUSTOMER-NAME
           MOVE PHON-STATUS TO AUDIT-CUST-STATUS
           MOVE "NAME PHON" TO AUDIT-OUTCOME
           PERFORM 2900-WRITE-AUDIT-RECORD.

      *  One audit row per customer shown, so the operator is on
      *  record for every account whose details reached the screen.
       2900-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE SPACE TO AUDIT-ID-TYPE
           MOVE 0 TO AUDIT-ERROR-CODE
           MOVE SPACE TO AUDIT-LEGACY-SW
           MOVE "CUSTNSRC" TO AUDIT-SOURCE-PGM
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR
           MOVE WS-TERMINAL-ID TO AUDIT-TERMINAL
           MOVE SPACES TO AUDIT-LINE
           MOVE AUDIT-RECORD TO AUDIT-LINE
           WRITE AUDIT-LINE.

       3000-CLOSE-OUT-RESULT.
           IF WS-MATCH-COUNT = 0
               DISPLAY "No customers match that name."
               MOVE SPACES TO AUDIT-INPUT-ID
               MOVE WS-SEARCH-NAME TO AUDIT-CUSTOMER-NAME
               MOVE SPACE TO AUDIT-CUST-STATUS
               MOVE "NAME NONE" TO AUDIT-OUTCOME
               PERFORM 2900-WRITE-AUDIT-RECORD
           ELSE
               IF WS-MORE-ROWS
                   DISPLAY "More rows follow -- refine the name "
           CLOSE CUSTOMER-MASTER
           IF WS-PHON-IS-OPEN
               CLOSE PHONETIC-INDEX
           END-IF
           CLOSE AUDIT-LOG.
