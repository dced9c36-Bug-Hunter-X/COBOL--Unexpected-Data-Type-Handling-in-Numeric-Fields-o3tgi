      *  billing feed (detail count and hash against its trailer, and
      *  one interface record per transaction plus one per CUSTLKDY
      *  day-file lookup and one per RSNDRDY re-send folded in by
      *  CUSTBLKP), the CUSTAUDT
      *  audit log (rows the batch programs stamped with the cycle
      *  date must equal the audit passes per transaction set on
      *  BALNPARM -- normally 2, one row from the CUSTEXRP edit and
      *  one from the CUSTBLKP resolution; interactive CUSTLKUP rows
      *  are identified by AUDIT-SOURCE-PGM and excluded), and the
      *  CHGFEED change feed (detail count and hash against its
      *  trailer, and one feed record per applied customer change in
      *  the span of CUSTJRNL rows CUSTCHGF cut it from, with the
      *  same ID hash).  Any
      *  discrepancy is reported on BALNRPT and the run abends so
      *  operations signs off on proven totals instead of faith.
      ******************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RRDY-STATUS.

           SELECT MAINT-JOURNAL ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT CHANGE-FEED ASSIGN TO "CHGFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "CUSTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  RESEND-READY-FILE.
       01  RRDY-LINE                       PIC X(80).

       FD  MAINT-JOURNAL.
       COPY MNTJRNL.

       FD  CHANGE-FEED.
       01  FEED-LINE                       PIC X(700).

       FD  AUDIT-LOG.
       01  AUDIT-LINE                      PIC X(90).

       FD  BALANCE-PARM.
       01  PARM-RECORD.
       01  WS-LKDY-STATUS                  PIC X(2).
       01  WS-RRDY-STATUS                  PIC X(2).
       01  WS-AUDIT-STATUS                 PIC X(2).
       01  WS-JRNL-STATUS                  PIC X(2).
       01  WS-FEED-STATUS                  PIC X(2).
       01  WS-PARM-STATUS                  PIC X(2).
       01  WS-RPT-STATUS                   PIC X(2).
       01  WS-EOF-FLAG                     PIC X     VALUE "N".
           88  WS-RRDY-IS-OPEN                  VALUE "Y".
       01  WS-INTF-EXPECTED                PIC 9(9)  VALUE 0.

       01  WS-FEED-COUNT                   PIC 9(9)  VALUE 0.
       01  WS-FEED-HASH                    PIC 9(12) VALUE 0.
       01  WS-FEED-TRLR-SW                 PIC X     VALUE "N".
           88  WS-FEED-TRLR-SEEN                VALUE "Y".
       01  WS-FEED-TRLR-COUNT              PIC 9(9)  VALUE 0.
       01  WS-FEED-TRLR-HASH               PIC 9(12) VALUE 0.
       01  WS-FEED-FIRST-ROW               PIC 9(9)  VALUE 0.
       01  WS-FEED-LAST-ROW                PIC 9(9)  VALUE 0.

       01  WS-JRNL-READ-COUNT              PIC 9(9)  VALUE 0.
       01  WS-JRNL-APPLIED-COUNT           PIC 9(9)  VALUE 0.
       01  WS-JRNL-APPLIED-HASH            PIC 9(12) VALUE 0.
       01  WS-JRNL-LATE-COUNT              PIC 9(9)  VALUE 0.
       01  WS-JRNL-BEFORE-IMAGE            PIC X(111).
       01  WS-JRNL-AFTER-IMAGE             PIC X(111).

       01  WS-AUDIT-CYCLE-COUNT            PIC 9(9)  VALUE 0.
       01  WS-AUDIT-EXPECTED               PIC 9(9)  VALUE 0.

       01  WS-OVRD-STATUS                  PIC X(2).
       01  WS-RUNC-CYCLE-DATE              PIC X(8)  VALUE SPACES.
       01  WS-STEP-NAME                    PIC X(8)  VALUE "CUSTBALN".
       01  WS-PRED-NAME                    PIC X(8)  VALUE "CUSTCHGF".
       01  WS-RUNC-EOF-FLAG                PIC X     VALUE "N".
           88  WS-END-OF-RUNC                  VALUE "Y".
       01  WS-SELF-DONE-SW                 PIC X     VALUE "N".
           PERFORM 3500-TALLY-DAY-FILE
           PERFORM 3700-TALLY-RESEND-FILE
           PERFORM 4000-TALLY-AUDIT-ROWS
           PERFORM 4200-TALLY-CHANGE-FEED
           PERFORM 4400-TALLY-JOURNAL
           PERFORM 5000-CROSS-FOOT
           PERFORM 9000-CLOSE-FILES
           PERFORM 9400-WRITE-CYCLE-STATS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MAINT-JOURNAL
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "CUSTJRNL OPEN FAILED STATUS="
                   WS-JRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CHANGE-FEED
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "CHGFEED OPEN FAILED STATUS="
                   WS-FEED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BALANCE-RPT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "BALNRPT OPEN FAILED STATUS="
               END-READ
           END-PERFORM.

       4200-TALLY-CHANGE-FEED.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ CHANGE-FEED
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF FEED-LINE(1:3) = "TRL"
                               AND FEED-LINE(4:21) IS NUMERIC
                           MOVE FEED-LINE(1:24) TO TRAILER-RECORD
                           SET WS-FEED-TRLR-SEEN TO TRUE
                           MOVE TRLR-RECORD-COUNT
                               TO WS-FEED-TRLR-COUNT
                           MOVE TRLR-HASH-TOTAL
                               TO WS-FEED-TRLR-HASH
                           IF FEED-LINE(25:18) IS NUMERIC
                               MOVE FEED-LINE(25:9)
                                   TO WS-FEED-FIRST-ROW
                               MOVE FEED-LINE(34:9)
                                   TO WS-FEED-LAST-ROW
                           END-IF
                       ELSE
                           ADD 1 TO WS-FEED-COUNT
                           MOVE FEED-LINE(1:10) TO WS-HASH-ID
                           MOVE WS-FEED-HASH TO WS-HASH-TOTAL
                           PERFORM 8500-ADD-ID-TO-HASH
                           MOVE WS-HASH-TOTAL TO WS-FEED-HASH
                       END-IF
               END-READ
           END-PERFORM.

      *  Only the span of journal rows CUSTCHGF cut (the row counts
      *  ride its trailer) ties to the feed -- rows before it went
      *  out on earlier nights, and rows the screen wrote after the
      *  cut are tomorrow's changes and are only counted for the
      *  report.  With no trailer the whole journal is counted and
      *  the missing trailer is reported.  The screen is the one in
      *  CUSTCHGF: denied attempts, XMNT cross-reference rows and
      *  unknown functions never reach the feed, and nor does a row
      *  whose images (the unused half of an add, delete or merge
      *  taken as blank) differ in no field after the customer ID --
      *  except a CUSTPURG purge row, which always goes out.
       4400-TALLY-JOURNAL.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ MAINT-JOURNAL
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JRNL-READ-COUNT
                       EVALUATE TRUE
                           WHEN NOT WS-FEED-TRLR-SEEN
                               PERFORM 4450-TALLY-JOURNAL-ROW
                           WHEN WS-JRNL-READ-COUNT
                                   NOT > WS-FEED-FIRST-ROW
                               CONTINUE
                           WHEN WS-JRNL-READ-COUNT
                                   > WS-FEED-LAST-ROW
                               ADD 1 TO WS-JRNL-LATE-COUNT
                           WHEN OTHER
                               PERFORM 4450-TALLY-JOURNAL-ROW
                       END-EVALUATE
               END-READ
           END-PERFORM.

       4450-TALLY-JOURNAL-ROW.
           IF NOT MJRN-DENIED
                   AND MJRN-TERMINAL-ID NOT = "XMNT"
                   AND (MJRN-FUNC-ADD OR MJRN-FUNC-CHANGE
                        OR MJRN-FUNC-DELETE OR MJRN-FUNC-MERGE)
               MOVE MJRN-BEFORE-IMAGE TO WS-JRNL-BEFORE-IMAGE
               MOVE MJRN-AFTER-IMAGE TO WS-JRNL-AFTER-IMAGE
               IF MJRN-FUNC-ADD
                   MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
               END-IF
               IF MJRN-FUNC-DELETE OR MJRN-FUNC-MERGE
                   MOVE SPACES TO WS-JRNL-AFTER-IMAGE
               END-IF
               IF (MJRN-USER-ID = "CUSTPURG" AND MJRN-FUNC-CHANGE)
                       OR WS-JRNL-BEFORE-IMAGE(11:101)
                           NOT = WS-JRNL-AFTER-IMAGE(11:101)
                   PERFORM 4460-TALLY-APPLIED-ROW
               END-IF
           END-IF.

       4460-TALLY-APPLIED-ROW.
           ADD 1 TO WS-JRNL-APPLIED-COUNT
           IF MJRN-FUNC-ADD OR MJRN-FUNC-CHANGE
               MOVE MJRN-AFTER-IMAGE(1:10) TO WS-HASH-ID
           ELSE
               MOVE MJRN-BEFORE-IMAGE(1:10) TO WS-HASH-ID
           END-IF
           MOVE WS-JRNL-APPLIED-HASH TO WS-HASH-TOTAL
           PERFORM 8500-ADD-ID-TO-HASH
           MOVE WS-HASH-TOTAL TO WS-JRNL-APPLIED-HASH.

       5000-CROSS-FOOT.
           MOVE "IDTRANS DETAIL RECORDS" TO WS-CNT-LABEL
           MOVE WS-TRANS-COUNT TO WS-CNT-VALUE
           MOVE "CUSTAUDT BATCH ROWS FOR CYCLE" TO WS-CNT-LABEL
           MOVE WS-AUDIT-CYCLE-COUNT TO WS-CNT-VALUE
           PERFORM 5500-WRITE-COUNT-LINE
           MOVE "CHGFEED DETAIL RECORDS" TO WS-CNT-LABEL
           MOVE WS-FEED-COUNT TO WS-CNT-VALUE
           PERFORM 5500-WRITE-COUNT-LINE
           MOVE "CUSTJRNL APPLIED CHANGES" TO WS-CNT-LABEL
           MOVE WS-JRNL-APPLIED-COUNT TO WS-CNT-VALUE
           PERFORM 5500-WRITE-COUNT-LINE
           MOVE "CUSTJRNL LATE FOR NEXT CYCLE" TO WS-CNT-LABEL
           MOVE WS-JRNL-LATE-COUNT TO WS-CNT-VALUE
           PERFORM 5500-WRITE-COUNT-LINE

           IF NOT WS-TRANS-TRLR-SEEN
               MOVE "IDTRANS trailer is missing." TO WS-RES-TEXT
               PERFORM 5600-WRITE-DISCREPANCY
           END-IF

           IF NOT WS-FEED-TRLR-SEEN
               MOVE "CHGFEED trailer is missing." TO WS-RES-TEXT
               PERFORM 5600-WRITE-DISCREPANCY
           ELSE
               IF WS-FEED-TRLR-COUNT NOT = WS-FEED-COUNT
                       OR WS-FEED-TRLR-HASH NOT = WS-FEED-HASH
                   MOVE "CHGFEED details do not tie to its trailer."
                       TO WS-RES-TEXT
                   PERFORM 5600-WRITE-DISCREPANCY
               END-IF
               IF WS-JRNL-READ-COUNT < WS-FEED-LAST-ROW
                   MOVE "CUSTJRNL is shorter than the feed cut."
                       TO WS-RES-TEXT
                   PERFORM 5600-WRITE-DISCREPANCY
               END-IF
           END-IF

           IF WS-FEED-COUNT NOT = WS-JRNL-APPLIED-COUNT
                   OR WS-FEED-HASH NOT = WS-JRNL-APPLIED-HASH
               MOVE "CHGFEED does not tie to CUSTJRNL changes."
                   TO WS-RES-TEXT
               PERFORM 5600-WRITE-DISCREPANCY
           END-IF

           IF NOT WS-HAS-DISCREPANCY
               MOVE "IN BALANCE" TO WS-RES-TAG
               MOVE "All cycle control totals tie." TO WS-RES-TEXT
               CLOSE RESEND-READY-FILE
           END-IF
           CLOSE AUDIT-LOG
           CLOSE MAINT-JOURNAL
           CLOSE CHANGE-FEED
           CLOSE BALANCE-RPT.

      *  The nightly ordering rules used to live in comment blocks;
