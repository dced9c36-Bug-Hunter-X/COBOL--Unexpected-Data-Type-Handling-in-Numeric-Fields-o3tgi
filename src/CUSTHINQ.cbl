      *  5-digit legacy number or an ID retired by a CUSTMRGE merge
      *  -- is resolved through CUSTXREF and retried under the
      *  surviving CUST-ID, the same way CUSTLKUP resolves a
      *  lookup miss.  The CSR signs on with an operator ID that
      *  must be on OPERPROF and the terminal in use, and every
      *  inquiry is written to the CUSTAUDT audit log under them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTHINQ.
               RECORD KEY IS XREF-LEGACY-ID
               FILE STATUS IS WS-XREF-STATUS.

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
       FD  CUSTOMER-HISTORY.
       FD  CUSTOMER-XREF.
       COPY XREFREC.

       FD  OPERATOR-PROFILE.
       COPY OPERREC.

       FD  AUDIT-LOG.
       01  AUDIT-LINE                      PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS                  PIC X(2).
       01  WS-XREF-STATUS                  PIC X(2).
       01  WS-PROF-STATUS                  PIC X(2).
       01  WS-AUDIT-STATUS                 PIC X(2).
       01  WS-OPERATOR-ID                  PIC X(8)  VALUE SPACES.
       01  WS-TERMINAL-ID                  PIC X(4)  VALUE SPACES.
       01  WS-LAST-NAME-SEEN               PIC X(20) VALUE SPACES.
       01  WS-XREF-OPEN-SW                 PIC X     VALUE "N".
           88  WS-XREF-IS-OPEN                  VALUE "Y".
       01  WS-INPUT-ID                     PIC X(10) VALUE SPACES.
       01  WS-LEGACY-SW                    PIC X     VALUE SPACE.
           88  WS-VIA-LEGACY-ID                 VALUE "L".

       COPY AUDITREC.

       01  WS-HIST-LINE.
           05  WS-HST-DATE                 PIC X(8).
           05  FILLER                      PIC X(1)  VALUE SPACE.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           PERFORM 1050-SIGN-ON
           DISPLAY "Enter customer ID: "
           ACCEPT WS-INPUT-ID
           IF WS-INPUT-ID = SPACES
                   PERFORM 2500-TRY-LEGACY-XREF
               END-IF
               PERFORM 3000-CLOSE-OUT-RESULT
               PERFORM 2900-WRITE-AUDIT-RECORD
           END-IF
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
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

      *  No inquiry without a known operator -- an ID that is not on
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

       2000-BROWSE-HISTORY.
           MOVE "N" TO WS-BROWSE-DONE-SW
           MOVE WS-BROWSE-ID TO HIST-CUST-ID
           MOVE HIST-SOURCE-PGM TO WS-HST-SOURCE
           MOVE HIST-OPERATOR TO WS-HST-OPERATOR
           MOVE HIST-DETAIL TO WS-HST-DETAIL
           IF HIST-DETAIL NOT = SPACES
               MOVE HIST-DETAIL TO WS-LAST-NAME-SEEN
           END-IF
           DISPLAY WS-HIST-LINE.

      *  An entry with no history of its own may be a legacy number
               END-IF
           END-IF.

      *  The inquiry is logged under the ID as entered, flagged when
      *  it was resolved through the cross-reference, the same way
      *  CUSTLKUP logs a lookup.
       2900-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE WS-INPUT-ID TO AUDIT-INPUT-ID
           MOVE SPACE TO AUDIT-ID-TYPE
           MOVE 0 TO AUDIT-ERROR-CODE
           IF WS-ROW-COUNT = 0
               MOVE "HIST NONE" TO AUDIT-OUTCOME
           ELSE
               MOVE "HISTORY" TO AUDIT-OUTCOME
           END-IF
           MOVE WS-LAST-NAME-SEEN TO AUDIT-CUSTOMER-NAME
           MOVE SPACE TO AUDIT-CUST-STATUS
           MOVE WS-LEGACY-SW TO AUDIT-LEGACY-SW
           MOVE "CUSTHINQ" TO AUDIT-SOURCE-PGM
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR
           MOVE WS-TERMINAL-ID TO AUDIT-TERMINAL
           MOVE SPACES TO AUDIT-LINE
           MOVE AUDIT-RECORD TO AUDIT-LINE
           WRITE AUDIT-LINE.

       9000-CLOSE-FILES.
           CLOSE CUSTOMER-HISTORY
           IF WS-XREF-IS-OPEN
               CLOSE CUSTOMER-XREF
           END-IF
           CLOSE AUDIT-LOG.
