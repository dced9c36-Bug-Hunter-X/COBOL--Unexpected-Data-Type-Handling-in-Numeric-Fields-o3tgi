      *  stay unmatched across runs surface on the ACKRPT report
      *  before they are forgotten.  Only FOUND interface records are
      *  expected to be acknowledged -- error records never bill.
      *  The interface, acknowledgment and pending files are each
      *  sorted by customer ID and matched in one sequential pass,
      *  so there is no ceiling on how many items a night can carry.
      *  Within one ID the sorts keep file order, so the first ack
      *  billing sent for an ID is still the one that counts and
      *  the oldest pending row is still the one carried.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTACKM.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNEW-STATUS.

           SELECT INTF-SORT-FILE ASSIGN TO "ACKSRTI".

           SELECT INTF-SORTED ASSIGN TO "ACKINTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTS-STATUS.

           SELECT ACK-SORT-FILE ASSIGN TO "ACKSRTA".

           SELECT ACK-SORTED ASSIGN TO "ACKACKS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKS-STATUS.

           SELECT PEND-SORT-FILE ASSIGN TO "ACKSRTP".

           SELECT PEND-SORTED ASSIGN TO "ACKPNDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNDS-STATUS.

           SELECT ACK-HOLD-FILE ASSIGN TO "ACKHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT RESEND-FILE ASSIGN TO "RESENDQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSND-STATUS.
           05  PNEW-CUSTOMER-ID            PIC X(10).
           05  PNEW-AGE-CYCLES             PIC 9(3).

       SD  INTF-SORT-FILE.
       01  SINT-RECORD.
           05  SINT-CUSTOMER-ID            PIC X(10).
           05  FILLER                      PIC X(70).

       FD  INTF-SORTED.
       01  INTS-LINE                       PIC X(80).

       SD  ACK-SORT-FILE.
       01  SACK-RECORD.
           05  SACK-CUSTOMER-ID            PIC X(10).
           05  FILLER                      PIC X(31).

       FD  ACK-SORTED.
       01  ACKS-RECORD.
           05  ACKS-CUSTOMER-ID            PIC X(10).
           05  ACKS-STATUS                 PIC X(1).
           05  ACKS-REASON                 PIC X(30).

       SD  PEND-SORT-FILE.
       01  SPND-RECORD.
           05  SPND-CUSTOMER-ID            PIC X(10).
           05  FILLER                      PIC X(3).

       FD  PEND-SORTED.
       01  PNDS-RECORD.
           05  PNDS-CUSTOMER-ID            PIC X(10).
           05  PNDS-AGE-CYCLES             PIC 9(3).

      *  Report lines for the pending and orphan sections are held
      *  here during the match and copied to ACKRPT after it, so the
      *  report keeps its sections in the same order as always.
       FD  ACK-HOLD-FILE.
       01  HOLD-RECORD.
           05  HOLD-SECTION                PIC X(1).
           05  HOLD-LINE                   PIC X(90).

       FD  RESEND-FILE.
       01  RSND-LINE                       PIC X(80).

       01  WS-ACK-STATUS                   PIC X(2).
       01  WS-PEND-STATUS                  PIC X(2).
       01  WS-PNEW-STATUS                  PIC X(2).
       01  WS-INTS-STATUS                  PIC X(2).
       01  WS-ACKS-STATUS                  PIC X(2).
       01  WS-PNDS-STATUS                  PIC X(2).
       01  WS-HOLD-STATUS                  PIC X(2).
       01  WS-RSND-STATUS                  PIC X(2).
       01  WS-RPT-STATUS                   PIC X(2).
       01  WS-EOF-FLAG                     PIC X     VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".
       01  WS-PEND-EXISTS-SW               PIC X     VALUE "N".
           88  WS-PEND-EXISTS                   VALUE "Y".
       01  WS-AGE-ALERT-CYCLES             PIC 9(3)  VALUE 3.
       01  WS-MATCHED-COUNT                PIC 9(6)  VALUE 0.
       01  WS-REJECTED-COUNT               PIC 9(6)  VALUE 0.

       COPY INTFREC.

      *  The current customer ID on each sorted input (HIGH-VALUES
      *  once the input is used up) and the lowest of the three,
      *  which is the customer being matched.
       01  WS-INTF-KEY                     PIC X(10) VALUE SPACES.
       01  WS-ACK-KEY                      PIC X(10) VALUE SPACES.
       01  WS-PEND-KEY                     PIC X(10) VALUE SPACES.
       01  WS-MATCH-KEY                    PIC X(10) VALUE SPACES.

      *  What the sorted inputs hold for the customer being matched.
       01  WS-GRP-ACK-SW                   PIC X     VALUE "N".
           88  WS-GRP-HAS-ACK                   VALUE "Y".
       01  WS-GRP-ACK-DISP                 PIC X(1)  VALUE SPACE.
       01  WS-GRP-ACK-REASON               PIC X(30) VALUE SPACES.
       01  WS-GRP-ACK-USED-SW              PIC X     VALUE "N".
           88  WS-GRP-ACK-USED                  VALUE "Y".
       01  WS-GRP-EXTRA-ACKS               PIC 9(6)  VALUE 0.
       01  WS-GRP-PEND-SW                  PIC X     VALUE "N".
           88  WS-GRP-HAS-PEND                  VALUE "Y".
       01  WS-GRP-PEND-AGE                 PIC 9(3)  VALUE 0.
       01  WS-GRP-NEW-PEND-SW              PIC X     VALUE "N".
           88  WS-GRP-NEW-PEND-WRITTEN          VALUE "Y".
       01  WS-COPY-SECTION                 PIC X(1)  VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  WS-DET-TAG                  PIC X(12).
       0000-MAIN.
           PERFORM 0100-CHECK-RUN-CONTROL
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-SORT-INPUTS
           PERFORM 3000-MATCH-BY-CUSTOMER
           PERFORM 5000-COPY-HELD-LINES
           PERFORM 7000-WRITE-SUMMARY
           PERFORM 9000-CLOSE-FILES
           PERFORM 9400-WRITE-CYCLE-STATS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    The acknowledgment and pending files are only opened here
      *    to prove they can be read -- the sorts below read them.
           OPEN INPUT BILLING-ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "BILLACK OPEN FAILED STATUS="
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE BILLING-ACK-FILE
      *    No pending file yet just means this is the first cycle.
           OPEN INPUT PENDING-FILE
           IF WS-PEND-STATUS = "00"
               SET WS-PEND-EXISTS TO TRUE
               CLOSE PENDING-FILE
           ELSE
               IF WS-PEND-STATUS NOT = "35"
                   DISPLAY "CUSTPEND OPEN FAILED STATUS="
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ACK-HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "ACKHOLD OPEN FAILED STATUS="
                   WS-HOLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ACK-MATCH-RPT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ACKRPT OPEN FAILED STATUS="
               STOP RUN
           END-IF.

      *  Each input is sorted by customer ID.  WITH DUPLICATES IN
      *  ORDER keeps file order within an ID, which is what lets the
      *  match honor the first ack and the oldest pending row.
       2000-SORT-INPUTS.
           SORT INTF-SORT-FILE
               ON ASCENDING KEY SINT-CUSTOMER-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2100-RELEASE-FOUND-RECORDS
               GIVING INTF-SORTED
           SORT ACK-SORT-FILE
               ON ASCENDING KEY SACK-CUSTOMER-ID
               WITH DUPLICATES IN ORDER
               USING BILLING-ACK-FILE
               GIVING ACK-SORTED
           IF WS-PEND-EXISTS
               SORT PEND-SORT-FILE
                   ON ASCENDING KEY SPND-CUSTOMER-ID
                   WITH DUPLICATES IN ORDER
                   USING PENDING-FILE
                   GIVING PEND-SORTED
           END-IF
           OPEN INPUT INTF-SORTED
           IF WS-INTS-STATUS NOT = "00"
               DISPLAY "ACKINTS OPEN FAILED STATUS="
                   WS-INTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACK-SORTED
           IF WS-ACKS-STATUS NOT = "00"
               DISPLAY "ACKACKS OPEN FAILED STATUS="
                   WS-ACKS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PEND-EXISTS
               OPEN INPUT PEND-SORTED
               IF WS-PNDS-STATUS NOT = "00"
                   DISPLAY "ACKPNDS OPEN FAILED STATUS="
                       WS-PNDS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *  Only FOUND interface records go to the sort; the control
      *  trailer and error records are never acknowledged.
       2100-RELEASE-FOUND-RECORDS.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ BILLING-INTERFACE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF INTF-LINE(1:3) = "TRL"
                               AND INTF-LINE(4:21) IS NUMERIC
                           CONTINUE
                       ELSE
                           MOVE INTF-LINE TO INTERFACE-RECORD
                           IF INTF-STATUS-FOUND
                               RELEASE SINT-RECORD
                                   FROM INTERFACE-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3000-MATCH-BY-CUSTOMER.
           PERFORM 3010-READ-INTF
           PERFORM 3020-READ-ACK
           PERFORM 3030-READ-PEND
           PERFORM UNTIL WS-INTF-KEY = HIGH-VALUES
                   AND WS-ACK-KEY = HIGH-VALUES
                   AND WS-PEND-KEY = HIGH-VALUES
               MOVE WS-INTF-KEY TO WS-MATCH-KEY
               IF WS-ACK-KEY < WS-MATCH-KEY
                   MOVE WS-ACK-KEY TO WS-MATCH-KEY
               END-IF
               IF WS-PEND-KEY < WS-MATCH-KEY
                   MOVE WS-PEND-KEY TO WS-MATCH-KEY
               END-IF
               PERFORM 3100-MATCH-ONE-CUSTOMER
           END-PERFORM.

       3010-READ-INTF.
           READ INTF-SORTED
               AT END
                   MOVE HIGH-VALUES TO WS-INTF-KEY
               NOT AT END
                   MOVE INTS-LINE TO INTERFACE-RECORD
                   MOVE INTF-CUSTOMER-ID TO WS-INTF-KEY
           END-READ.

       3020-READ-ACK.
           READ ACK-SORTED
               AT END
                   MOVE HIGH-VALUES TO WS-ACK-KEY
               NOT AT END
                   MOVE ACKS-CUSTOMER-ID TO WS-ACK-KEY
           END-READ.

       3030-READ-PEND.
           IF WS-PEND-EXISTS
               READ PEND-SORTED
                   AT END
                       MOVE HIGH-VALUES TO WS-PEND-KEY
                   NOT AT END
                       MOVE PNDS-CUSTOMER-ID TO WS-PEND-KEY
               END-READ
           ELSE
               MOVE HIGH-VALUES TO WS-PEND-KEY
           END-IF.

      *  Everything the three inputs hold for one customer ID.  Only
      *  the first ack counts -- any further acks for the same ID
      *  can never match and are reported as orphans.  A duplicate
      *  pending row left by an earlier cycle collapses to its first
      *  (oldest) entry so the backlog heals instead of carrying
      *  doubles forward.
       3100-MATCH-ONE-CUSTOMER.
           MOVE "N" TO WS-GRP-ACK-SW
           MOVE "N" TO WS-GRP-ACK-USED-SW
           MOVE "N" TO WS-GRP-PEND-SW
           MOVE "N" TO WS-GRP-NEW-PEND-SW
           MOVE 0 TO WS-GRP-EXTRA-ACKS
           IF WS-ACK-KEY = WS-MATCH-KEY
               SET WS-GRP-HAS-ACK TO TRUE
               MOVE ACKS-STATUS TO WS-GRP-ACK-DISP
               MOVE ACKS-REASON TO WS-GRP-ACK-REASON
               PERFORM 3020-READ-ACK
               PERFORM UNTIL WS-ACK-KEY NOT = WS-MATCH-KEY
                   ADD 1 TO WS-GRP-EXTRA-ACKS
                   PERFORM 3020-READ-ACK
               END-PERFORM
           END-IF
           IF WS-PEND-KEY = WS-MATCH-KEY
               SET WS-GRP-HAS-PEND TO TRUE
               MOVE PNDS-AGE-CYCLES TO WS-GRP-PEND-AGE
               PERFORM 3030-READ-PEND
               PERFORM UNTIL WS-PEND-KEY NOT = WS-MATCH-KEY
                   PERFORM 3030-READ-PEND
               END-PERFORM
           END-IF
           PERFORM UNTIL WS-INTF-KEY NOT = WS-MATCH-KEY
               PERFORM 3200-MATCH-ONE-RECORD
               PERFORM 3010-READ-INTF
           END-PERFORM
           IF WS-GRP-HAS-PEND
               PERFORM 4000-AGE-PENDING-ITEM
           END-IF
           PERFORM 4500-NOTE-ORPHAN-ACKS.

       3200-MATCH-ONE-RECORD.
           EVALUATE TRUE
               WHEN NOT WS-GRP-HAS-ACK
                   ADD 1 TO WS-UNACKED-COUNT
                   MOVE "UNACKED" TO WS-DET-TAG
                   MOVE "No acknowledgment received this cycle."
                   PERFORM 5500-WRITE-DETAIL
                   PERFORM 6000-WRITE-RESEND
      *            An item already carried on CUSTPEND ages through
      *            4000 instead, and a second record for the same ID
      *            must not write a second row -- either way would
      *            leave two PENDNEW rows for one ID.
                   IF NOT WS-GRP-HAS-PEND
                           AND NOT WS-GRP-NEW-PEND-WRITTEN
                       MOVE INTF-CUSTOMER-ID TO PNEW-CUSTOMER-ID
                       MOVE 1 TO PNEW-AGE-CYCLES
                       WRITE PNEW-RECORD
                       SET WS-GRP-NEW-PEND-WRITTEN TO TRUE
                   END-IF
               WHEN WS-GRP-ACK-DISP = "R"
                   SET WS-GRP-ACK-USED TO TRUE
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJECTED" TO WS-DET-TAG
                   MOVE WS-GRP-ACK-REASON TO WS-DET-INFO
                   PERFORM 5500-WRITE-DETAIL
                   PERFORM 6000-WRITE-RESEND
               WHEN OTHER
                   SET WS-GRP-ACK-USED TO TRUE
                   ADD 1 TO WS-MATCHED-COUNT
           END-EVALUATE.

      *  An item carried from prior cycles: an ack today clears it,
      *  anything else ages one more cycle and is carried forward.
       4000-AGE-PENDING-ITEM.
           MOVE WS-MATCH-KEY TO WS-DET-ID
           IF WS-GRP-HAS-ACK
               SET WS-GRP-ACK-USED TO TRUE
               ADD 1 TO WS-CLEARED-COUNT
               MOVE "PEND CLEAR" TO WS-DET-TAG
               IF WS-GRP-ACK-DISP = "R"
                   MOVE WS-GRP-ACK-REASON TO WS-DET-INFO
               ELSE
                   MOVE "Acknowledged by billing." TO WS-DET-INFO
               END-IF
               MOVE "P" TO HOLD-SECTION
               PERFORM 4600-HOLD-DETAIL
           ELSE
               ADD 1 TO WS-AGED-COUNT
               MOVE WS-MATCH-KEY TO PNEW-CUSTOMER-ID
               ADD 1 WS-GRP-PEND-AGE GIVING PNEW-AGE-CYCLES
               WRITE PNEW-RECORD
               IF PNEW-AGE-CYCLES >= WS-AGE-ALERT-CYCLES
                   MOVE "PEND AGED" TO WS-DET-TAG
                   MOVE "Unmatched for multiple cycles -- chase "
                       TO WS-DET-INFO
                   MOVE "P" TO HOLD-SECTION
                   PERFORM 4600-HOLD-DETAIL
               END-IF
           END-IF.

      *  Acks that never matched a sent record mean billing processed
      *  something we have no record of sending -- worth eyes.
       4500-NOTE-ORPHAN-ACKS.
           IF WS-GRP-HAS-ACK
                   AND NOT WS-GRP-ACK-USED
               PERFORM 4550-HOLD-ORPHAN
           END-IF
           PERFORM 4550-HOLD-ORPHAN WS-GRP-EXTRA-ACKS TIMES.

       4550-HOLD-ORPHAN.
           ADD 1 TO WS-ORPHAN-COUNT
           MOVE "ORPHAN ACK" TO WS-DET-TAG
           MOVE WS-MATCH-KEY TO WS-DET-ID
           MOVE "Ack does not match any sent record."
               TO WS-DET-INFO
           MOVE "O" TO HOLD-SECTION
           PERFORM 4600-HOLD-DETAIL.

       4600-HOLD-DETAIL.
           MOVE SPACES TO HOLD-LINE
           MOVE WS-DETAIL-LINE TO HOLD-LINE
           WRITE HOLD-RECORD.

      *  The held lines follow the interface details: pending clears
      *  and agings first, then the orphan acks.
       5000-COPY-HELD-LINES.
           CLOSE ACK-HOLD-FILE
           MOVE "P" TO WS-COPY-SECTION
           PERFORM 5100-COPY-ONE-SECTION
           MOVE "O" TO WS-COPY-SECTION
           PERFORM 5100-COPY-ONE-SECTION.

       5100-COPY-ONE-SECTION.
           OPEN INPUT ACK-HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "ACKHOLD REOPEN FAILED STATUS="
                   WS-HOLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ ACK-HOLD-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF HOLD-SECTION = WS-COPY-SECTION
                           MOVE SPACES TO RPT-LINE
                           MOVE HOLD-LINE TO RPT-LINE
                           WRITE RPT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACK-HOLD-FILE.

       5500-WRITE-DETAIL.
           MOVE INTF-CUSTOMER-ID TO WS-DET-ID

       9000-CLOSE-FILES.
           CLOSE BILLING-INTERFACE
           CLOSE INTF-SORTED
           CLOSE ACK-SORTED
           IF WS-PEND-EXISTS
               CLOSE PEND-SORTED
           END-IF
           CLOSE PENDING-OUT-FILE
           CLOSE RESEND-FILE
