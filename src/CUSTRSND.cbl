      *  rows with no matching queue item this cycle mean billing
      *  finally accepted the record -- they are cleared.  The cap
      *  defaults to 3 and can be overridden through RSNDPARM.
      *  The queue and the history are each sorted by customer ID
      *  and matched in one sequential pass, so there is no ceiling
      *  on how much history can be carried.
      *  Runs between CUSTEXRP and CUSTBLKP in the batch window.
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT RSND-SORT-FILE ASSIGN TO "RSNDSRTQ".

           SELECT RSND-SORTED ASSIGN TO "RSNDQSRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSRT-STATUS.

           SELECT HIST-SORT-FILE ASSIGN TO "RSNDSRTH".

           SELECT HIST-SORTED ASSIGN TO "RSNDHSRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSRT-STATUS.

           SELECT RESEND-HOLD-FILE ASSIGN TO "RSNDHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT RESEND-HIST-OUT ASSIGN TO "RSNDNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HNEW-STATUS.
           05  HIST-CUSTOMER-ID            PIC X(10).
           05  HIST-ATTEMPTS               PIC 9(3).

       SD  RSND-SORT-FILE.
       01  SRSD-RECORD.
           05  SRSD-CUSTOMER-ID            PIC X(10).
           05  FILLER                      PIC X(70).

       FD  RSND-SORTED.
       01  RSRT-LINE                       PIC X(80).

       SD  HIST-SORT-FILE.
       01  SHST-RECORD.
           05  SHST-CUSTOMER-ID            PIC X(10).
           05  FILLER                      PIC X(3).

       FD  HIST-SORTED.
       01  HSRT-RECORD.
           05  HSRT-CUSTOMER-ID            PIC X(10).
           05  HSRT-ATTEMPTS               PIC 9(3).

      *  CLEARED lines are held here during the match and copied to
      *  RSNDRPT after it, so they still follow the queue details.
       FD  RESEND-HOLD-FILE.
       01  HOLD-LINE                       PIC X(90).

       FD  RESEND-HIST-OUT.
       01  HNEW-RECORD.
           05  HNEW-CUSTOMER-ID            PIC X(10).
       01  WS-RRDY-STATUS                  PIC X(2).
       01  WS-PARM-STATUS                  PIC X(2).
       01  WS-RPT-STATUS                   PIC X(2).
       01  WS-RSRT-STATUS                  PIC X(2).
       01  WS-HSRT-STATUS                  PIC X(2).
       01  WS-HOLD-STATUS                  PIC X(2).
       01  WS-EOF-FLAG                     PIC X     VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".
       01  WS-RSND-EXISTS-SW               PIC X     VALUE "N".
           88  WS-RSND-EXISTS                   VALUE "Y".
       01  WS-HIST-EXISTS-SW               PIC X     VALUE "N".
           88  WS-HIST-EXISTS                   VALUE "Y".
       01  WS-RETRY-MAX                    PIC 9(3)  VALUE 3.
       01  WS-RESENT-COUNT                 PIC 9(6)  VALUE 0.
       01  WS-DEAD-COUNT                   PIC 9(6)  VALUE 0.

       COPY INTFREC.

      *  The current customer ID on each sorted input (HIGH-VALUES
      *  once the input is used up) and the lower of the two.
       01  WS-RSND-KEY                     PIC X(10) VALUE SPACES.
       01  WS-HIST-KEY                     PIC X(10) VALUE SPACES.
       01  WS-MATCH-KEY                    PIC X(10) VALUE SPACES.

      *  The history carried for the customer being matched.
       01  WS-GRP-HIST-SW                  PIC X     VALUE "N".
           88  WS-GRP-HAS-HIST                  VALUE "Y".
       01  WS-GRP-HIST-ATTEMPTS            PIC 9(3)  VALUE 0.
       01  WS-GRP-HIST-USED-SW             PIC X     VALUE "N".
           88  WS-GRP-HIST-USED                 VALUE "Y".

       01  WS-DETAIL-LINE.
           05  WS-DET-TAG                  PIC X(10).
           PERFORM 0100-CHECK-RUN-CONTROL
           PERFORM 1000-READ-PARM
           PERFORM 1100-OPEN-FILES
           PERFORM 2000-SORT-INPUTS
           PERFORM 3000-MATCH-BY-CUSTOMER
           PERFORM 4000-COPY-CLEARED-LINES
           PERFORM 7000-WRITE-SUMMARY
           PERFORM 9000-CLOSE-FILES
           PERFORM 9500-STAMP-RUN-CONTROL
               END-IF
           END-IF.

      *  The queue and history are only opened here to learn whether
      *  they exist -- the sorts below read them.
       1100-OPEN-FILES.
      *    No queue just means CUSTACKM had nothing to re-send.
           OPEN INPUT RESEND-FILE
           IF WS-RSND-STATUS = "00"
               SET WS-RSND-EXISTS TO TRUE
               CLOSE RESEND-FILE
           ELSE
               IF WS-RSND-STATUS NOT = "35"
                   DISPLAY "RESENDQ OPEN FAILED STATUS="
      *    No history file yet just means this is the first cycle.
           OPEN INPUT RESEND-HIST-FILE
           IF WS-HIST-STATUS = "00"
               SET WS-HIST-EXISTS TO TRUE
               CLOSE RESEND-HIST-FILE
           ELSE
               IF WS-HIST-STATUS NOT = "35"
                   DISPLAY "RSNDHIST OPEN FAILED STATUS="
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RESEND-HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "RSNDHOLD OPEN FAILED STATUS="
                   WS-HOLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RESEND-RPT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "RSNDRPT OPEN FAILED STATUS="
               STOP RUN
           END-IF.

      *  WITH DUPLICATES IN ORDER keeps file order within an ID, so
      *  the first history row for an ID is still the one a queue
      *  item picks up.
       2000-SORT-INPUTS.
           IF WS-RSND-EXISTS
               SORT RSND-SORT-FILE
                   ON ASCENDING KEY SRSD-CUSTOMER-ID
                   WITH DUPLICATES IN ORDER
                   USING RESEND-FILE
                   GIVING RSND-SORTED
               OPEN INPUT RSND-SORTED
               IF WS-RSRT-STATUS NOT = "00"
                   DISPLAY "RSNDQSRT OPEN FAILED STATUS="
                       WS-RSRT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-HIST-EXISTS
               SORT HIST-SORT-FILE
                   ON ASCENDING KEY SHST-CUSTOMER-ID
                   WITH DUPLICATES IN ORDER
                   USING RESEND-HIST-FILE
                   GIVING HIST-SORTED
               OPEN INPUT HIST-SORTED
               IF WS-HSRT-STATUS NOT = "00"
                   DISPLAY "RSNDHSRT OPEN FAILED STATUS="
                       WS-HSRT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       3000-MATCH-BY-CUSTOMER.
           PERFORM 3010-READ-QUEUE
           PERFORM 3020-READ-HISTORY
           PERFORM UNTIL WS-RSND-KEY = HIGH-VALUES
                   AND WS-HIST-KEY = HIGH-VALUES
               MOVE WS-RSND-KEY TO WS-MATCH-KEY
               IF WS-HIST-KEY < WS-MATCH-KEY
                   MOVE WS-HIST-KEY TO WS-MATCH-KEY
               END-IF
               PERFORM 3050-MATCH-ONE-CUSTOMER
           END-PERFORM.

       3010-READ-QUEUE.
           IF WS-RSND-EXISTS
               READ RSND-SORTED
                   AT END
                       MOVE HIGH-VALUES TO WS-RSND-KEY
                   NOT AT END
                       MOVE RSRT-LINE TO INTERFACE-RECORD
                       MOVE INTF-CUSTOMER-ID TO WS-RSND-KEY
               END-READ
           ELSE
               MOVE HIGH-VALUES TO WS-RSND-KEY
           END-IF.

       3020-READ-HISTORY.
           IF WS-HIST-EXISTS
               READ HIST-SORTED
                   AT END
                       MOVE HIGH-VALUES TO WS-HIST-KEY
                   NOT AT END
                       MOVE HSRT-CUSTOMER-ID TO WS-HIST-KEY
               END-READ
           ELSE
               MOVE HIGH-VALUES TO WS-HIST-KEY
           END-IF.

      *  Only the first history row for an ID is ever picked up; a
      *  duplicate row behind it is cleared along with any history
      *  that no queue item matched.
       3050-MATCH-ONE-CUSTOMER.
           MOVE "N" TO WS-GRP-HIST-SW
           MOVE "N" TO WS-GRP-HIST-USED-SW
           IF WS-HIST-KEY = WS-MATCH-KEY
               SET WS-GRP-HAS-HIST TO TRUE
               MOVE HSRT-ATTEMPTS TO WS-GRP-HIST-ATTEMPTS
               PERFORM 3020-READ-HISTORY
           END-IF
           PERFORM UNTIL WS-RSND-KEY NOT = WS-MATCH-KEY
               PERFORM 3100-PROCESS-ONE-ITEM
               PERFORM 3010-READ-QUEUE
           END-PERFORM
           IF WS-GRP-HAS-HIST
                   AND NOT WS-GRP-HIST-USED
               MOVE WS-GRP-HIST-ATTEMPTS TO WS-DET-ATTEMPTS
               PERFORM 3500-HOLD-CLEARED
           END-IF
           PERFORM UNTIL WS-HIST-KEY NOT = WS-MATCH-KEY
               MOVE HSRT-ATTEMPTS TO WS-DET-ATTEMPTS
               PERFORM 3500-HOLD-CLEARED
               PERFORM 3020-READ-HISTORY
           END-PERFORM.

       3100-PROCESS-ONE-ITEM.
           IF WS-GRP-HAS-HIST
               SET WS-GRP-HIST-USED TO TRUE
               ADD 1 WS-GRP-HIST-ATTEMPTS
                   GIVING WS-ATTEMPT-NOW
           ELSE
               MOVE 1 TO WS-ATTEMPT-NOW
           END-IF
           IF WS-ATTEMPT-NOW > WS-RETRY-MAX
               PERFORM 3300-REPORT-DEAD-LETTER

      *  A history row with no queue item this cycle means the last
      *  resend was accepted by billing -- the retry count is done.
       3500-HOLD-CLEARED.
           ADD 1 TO WS-CLEARED-COUNT
           MOVE "CLEARED" TO WS-DET-TAG
           MOVE WS-MATCH-KEY TO WS-DET-ID
           MOVE "Accepted by billing -- history dropped."
               TO WS-DET-INFO
           MOVE SPACES TO HOLD-LINE
           MOVE WS-DETAIL-LINE TO HOLD-LINE
           WRITE HOLD-LINE.

       4000-COPY-CLEARED-LINES.
           CLOSE RESEND-HOLD-FILE
           OPEN INPUT RESEND-HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "RSNDHOLD REOPEN FAILED STATUS="
                   WS-HOLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ RESEND-HOLD-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE SPACES TO RPT-LINE
                       MOVE HOLD-LINE TO RPT-LINE
                       WRITE RPT-LINE
               END-READ
           END-PERFORM
           CLOSE RESEND-HOLD-FILE.

       5500-WRITE-DETAIL.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       9000-CLOSE-FILES.
           IF WS-RSND-EXISTS
               CLOSE RSND-SORTED
           END-IF
           IF WS-HIST-EXISTS
               CLOSE HIST-SORTED
           END-IF
           CLOSE RESEND-HIST-OUT
           CLOSE RESEND-READY-FILE
