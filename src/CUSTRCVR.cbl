      ******************************************************************
      *  PROGRAM-ID: CUSTRCVR
      *  Forward recovery of CUSTOMER-MASTER.  Verifies the CUSTBKUP
      *  backup written by CUSTUNLD against its count/hash trailer,
      *  reloads a fresh CUSTMAST from it, then rolls the CUSTJRNL
      *  maintenance journal forward from the unload timestamp up to
      *  the stop timestamp operations supplies on RCVRPARM.  Adds
      *  and changes replay the journal after image; deletes and
      *  merges remove the record named in the before image.  Denied
      *  attempts changed nothing and are skipped, as are the
      *  CUSTXMNT cross-reference rows (XMNT terminal), which never
      *  touched the master.  Every replayed row is listed on the
      *  RCVRRPT report.  The run finishes by cross-checking the
      *  rebuilt file against the journal: the last replayed image
      *  of every customer the journal touched must be on the master
      *  exactly (or absent, after a delete or merge), and the
      *  record count must equal the backup count plus the replayed
      *  adds less the replayed removals.  A rebuilt master that does
      *  not tie ends the run with return code 16.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRCVR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOVERY-PARM ASSIGN TO "RCVRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT MASTER-BACKUP ASSIGN TO "CUSTBKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKUP-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT MAINT-JOURNAL ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT REPLAY-WORK ASSIGN TO "RCVRWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT REPLAY-SORTED ASSIGN TO "RCVRSRTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRTD-STATUS.

           SELECT REPLAY-SORT-FILE ASSIGN TO "RCVRSORT".

           SELECT RECOVERY-RPT ASSIGN TO "RCVRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECOVERY-PARM.
       01  PARM-RECORD.
           05  PARM-STOP-TIMESTAMP         PIC X(14).
           05  FILLER                      PIC X(1).
           05  PARM-OPERATOR               PIC X(8).

       FD  MASTER-BACKUP.
       01  BKUP-RECORD                     PIC X(111).
       01  BKUP-TRAILER-IMAGE.
           05  BKUP-TRL-CONTROL            PIC X(24).
           05  BKUP-TRL-TIMESTAMP          PIC X(21).

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  MAINT-JOURNAL.
       COPY MNTJRNL.

      *  One row per replayed journal row: the customer, the replay
      *  sequence, the function and the image the master should
      *  hold afterwards (spaces after a delete or merge).
       FD  REPLAY-WORK.
       01  WORK-RECORD.
           05  WORK-CUST-ID                PIC X(10).
           05  WORK-SEQ                    PIC 9(9).
           05  WORK-FUNCTION               PIC X(1).
           05  WORK-IMAGE                  PIC X(111).

       FD  REPLAY-SORTED.
       01  SRTD-RECORD.
           05  SRTD-CUST-ID                PIC X(10).
           05  SRTD-SEQ                    PIC 9(9).
           05  SRTD-FUNCTION               PIC X(1).
           05  SRTD-IMAGE                  PIC X(111).

       SD  REPLAY-SORT-FILE.
       01  SORT-RECORD.
           05  SORT-CUST-ID                PIC X(10).
           05  SORT-SEQ                    PIC 9(9).
           05  SORT-FUNCTION               PIC X(1).
           05  SORT-IMAGE                  PIC X(111).

       FD  RECOVERY-RPT.
       01  RPT-LINE                        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                  PIC X(2).
       01  WS-BKUP-STATUS                  PIC X(2).
       01  WS-CUSTMAST-STATUS              PIC X(2).
       01  WS-JRNL-STATUS                  PIC X(2).
       01  WS-WORK-STATUS                  PIC X(2).
       01  WS-SRTD-STATUS                  PIC X(2).
       01  WS-RPT-STATUS                   PIC X(2).
       01  WS-EOF-FLAG                     PIC X     VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".
       01  WS-IS-TRAILER-SW                PIC X     VALUE "N".
           88  WS-IS-TRAILER                    VALUE "Y".
       01  WS-TRAILER-SEEN-SW              PIC X     VALUE "N".
           88  WS-TRAILER-SEEN                  VALUE "Y".
       01  WS-MISMATCH-SW                  PIC X     VALUE "N".
           88  WS-HAS-MISMATCH                  VALUE "Y".
       01  WS-HELD-SW                      PIC X     VALUE "N".
           88  WS-HOLDING-ROW                   VALUE "Y".

       01  WS-STOP-TIMESTAMP               PIC X(14) VALUE SPACES.
       01  WS-OPERATOR                     PIC X(8)  VALUE SPACES.
       01  WS-BACKUP-TIMESTAMP             PIC X(21) VALUE SPACES.

       01  WS-BKUP-COUNT                   PIC 9(9)  VALUE 0.
       01  WS-BKUP-HASH                    PIC 9(12) VALUE 0.
       01  WS-RESTORED-COUNT               PIC 9(9)  VALUE 0.
       01  WS-JRNL-READ-COUNT              PIC 9(9)  VALUE 0.
       01  WS-REPLAY-COUNT                 PIC 9(9)  VALUE 0.
       01  WS-DENIED-COUNT                 PIC 9(9)  VALUE 0.
       01  WS-XREF-COUNT                   PIC 9(9)  VALUE 0.
       01  WS-EARLIER-COUNT                PIC 9(9)  VALUE 0.
       01  WS-LATER-COUNT                  PIC 9(9)  VALUE 0.
       01  WS-UNUSABLE-COUNT               PIC 9(9)  VALUE 0.
       01  WS-ADDED-COUNT                  PIC 9(9)  VALUE 0.
       01  WS-REMOVED-COUNT                PIC 9(9)  VALUE 0.
       01  WS-CHECKED-COUNT                PIC 9(9)  VALUE 0.
       01  WS-MISMATCH-COUNT               PIC 9(9)  VALUE 0.
       01  WS-MASTER-COUNT                 PIC 9(9)  VALUE 0.
       01  WS-EXPECTED-COUNT               PIC 9(9)  VALUE 0.

       01  WS-REPLAY-ID                    PIC X(10) VALUE SPACES.
       01  WS-HELD-RECORD.
           05  WS-HELD-CUST-ID             PIC X(10).
           05  WS-HELD-SEQ                 PIC 9(9).
           05  WS-HELD-FUNCTION            PIC X(1).
           05  WS-HELD-IMAGE               PIC X(111).

       01  WS-HASH-IDX                     PIC 9(2)  VALUE 0.
       01  WS-HASH-ID                      PIC X(10) VALUE SPACES.

       COPY TRLRREC.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(10) VALUE "ACTION".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(1)  VALUE "F".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE "CUSTOMER".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(14) VALUE
               "JOURNAL TIME".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(8)  VALUE "USER".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(40) VALUE "DETAIL".

       01  WS-DETAIL-LINE.
           05  WS-DET-TAG                  PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DET-FUNCTION             PIC X(1).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DET-ID                   PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DET-TIMESTAMP            PIC X(14).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DET-USER                 PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DET-INFO                 PIC X(40).

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL                PIC X(34).
           05  WS-CNT-VALUE                PIC ZZZ,ZZZ,ZZ9.

       01  WS-RESULT-LINE.
           05  WS-RES-TAG                  PIC X(14).
           05  WS-RES-TEXT                 PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-READ-PARM
           PERFORM 1500-VERIFY-BACKUP
           PERFORM 1800-OPEN-REPORT
           PERFORM 2000-RESTORE-BACKUP
           PERFORM 3000-ROLL-FORWARD
           PERFORM 4000-CROSS-CHECK
           PERFORM 4500-COUNT-MASTER
           PERFORM 7000-WRITE-SUMMARY
           PERFORM 9000-CLOSE-FILES
           IF WS-HAS-MISMATCH
               DISPLAY "CUSTRCVR: REBUILT MASTER DOES NOT TIE TO "
                   "CUSTJRNL -- SEE RCVRRPT"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "CUSTRCVR: CUSTMAST RECOVERED TO "
                   WS-STOP-TIMESTAMP ", " WS-REPLAY-COUNT
                   " JOURNAL ROWS REPLAYED"
           END-IF
           STOP RUN.

      *  The stop point is mandatory and explicit -- a recovery that
      *  quietly rolled to the end of the journal could replay the
      *  very change that damaged the file.
       1000-READ-PARM.
           OPEN INPUT RECOVERY-PARM
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "RCVRPARM OPEN FAILED STATUS="
                   WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RECOVERY-PARM
               AT END
                   DISPLAY "RCVRPARM IS EMPTY -- STOP TIMESTAMP "
                       "REQUIRED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF PARM-STOP-TIMESTAMP NOT NUMERIC
               DISPLAY "RCVRPARM STOP TIMESTAMP NOT NUMERIC: "
                   PARM-STOP-TIMESTAMP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PARM-OPERATOR = SPACES
               DISPLAY "RCVRPARM HAS NO OPERATOR -- REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-STOP-TIMESTAMP TO WS-STOP-TIMESTAMP
           MOVE PARM-OPERATOR TO WS-OPERATOR
           CLOSE RECOVERY-PARM.

      *  Read-only first pass over the backup: count the records,
      *  hash the IDs and verify the trailer before CUSTMAST is
      *  touched, so a truncated backup is refused while the damaged
      *  master is still there to be looked at.
       1500-VERIFY-BACKUP.
           OPEN INPUT MASTER-BACKUP
           IF WS-BKUP-STATUS NOT = "00"
               DISPLAY "CUSTBKUP OPEN FAILED STATUS="
                   WS-BKUP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ MASTER-BACKUP
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 1400-CLASSIFY-BACKUP-RECORD
                       IF WS-IS-TRAILER
                           PERFORM 1550-CAPTURE-TRAILER
                       ELSE
                           ADD 1 TO WS-BKUP-COUNT
                           MOVE BKUP-RECORD(1:10) TO WS-HASH-ID
                           PERFORM 8500-ADD-ID-TO-HASH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-BACKUP
           IF NOT WS-TRAILER-SEEN
               DISPLAY "CUSTBKUP HAS NO TRAILER -- "
                   "BACKUP MAY BE TRUNCATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TRLR-RECORD-COUNT NOT = WS-BKUP-COUNT
                   OR TRLR-HASH-TOTAL NOT = WS-BKUP-HASH
               DISPLAY "CUSTBKUP CONTROL TOTALS DO NOT TIE -- "
                   "COUNT " WS-BKUP-COUNT " VS TRAILER "
                   TRLR-RECORD-COUNT ", HASH " WS-BKUP-HASH
                   " VS TRAILER " TRLR-HASH-TOTAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-STOP-TIMESTAMP < WS-BACKUP-TIMESTAMP(1:14)
               DISPLAY "RCVRPARM STOP TIMESTAMP " WS-STOP-TIMESTAMP
                   " IS BEFORE THE BACKUP TAKEN AT "
                   WS-BACKUP-TIMESTAMP(1:14)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *  A record that carries the TRL marker and all-numeric control
      *  fields is the trailer, never a customer image -- a real
      *  image has its ID type in position 11.
       1400-CLASSIFY-BACKUP-RECORD.
           IF BKUP-RECORD(1:3) = "TRL"
                   AND BKUP-RECORD(4:21) IS NUMERIC
               MOVE "Y" TO WS-IS-TRAILER-SW
           ELSE
               MOVE "N" TO WS-IS-TRAILER-SW
           END-IF.

       1550-CAPTURE-TRAILER.
           IF WS-TRAILER-SEEN
               DISPLAY "CUSTBKUP HAS MORE THAN ONE TRAILER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BKUP-TRL-CONTROL TO TRAILER-RECORD
           MOVE BKUP-TRL-TIMESTAMP TO WS-BACKUP-TIMESTAMP
           SET WS-TRAILER-SEEN TO TRUE.

       1800-OPEN-REPORT.
           OPEN OUTPUT RECOVERY-RPT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "RCVRRPT OPEN FAILED STATUS="
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-RESULT-LINE
           MOVE "RECOVERY" TO WS-RES-TAG
           STRING "CUSTMAST from backup of "
                   WS-BACKUP-TIMESTAMP(1:14)
                   " to " WS-STOP-TIMESTAMP
                   " by " WS-OPERATOR
                   DELIMITED BY SIZE INTO WS-RES-TEXT
           END-STRING
           MOVE SPACES TO RPT-LINE
           MOVE WS-RESULT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *  The backup was unloaded in customer ID order, so the fresh
      *  master loads in key sequence the same way CUSTLOAD loads it.
       2000-RESTORE-BACKUP.
           OPEN OUTPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "CUSTMAST OPEN FAILED STATUS="
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MASTER-BACKUP
           IF WS-BKUP-STATUS NOT = "00"
               DISPLAY "CUSTBKUP REOPEN FAILED STATUS="
                   WS-BKUP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ MASTER-BACKUP
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 1400-CLASSIFY-BACKUP-RECORD
                       IF NOT WS-IS-TRAILER
                           PERFORM 2100-RESTORE-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-BACKUP
           CLOSE CUSTOMER-MASTER
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "CUSTMAST REOPEN FAILED STATUS="
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2100-RESTORE-ONE-RECORD.
           MOVE BKUP-RECORD TO CUSTOMER-RECORD
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "CUSTMAST RESTORE FAILED FOR " CUST-ID
                       " STATUS=" WS-CUSTMAST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   ADD 1 TO WS-RESTORED-COUNT
           END-WRITE.

      *  Journal rows are replayed in the order they were written.
      *  Rows from before the unload started are already in the
      *  backup; rows after the stop point are left for the
      *  operator to re-key or re-run once the damage is understood.
       3000-ROLL-FORWARD.
           OPEN INPUT MAINT-JOURNAL
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "CUSTJRNL OPEN FAILED STATUS="
                   WS-JRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPLAY-WORK
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "RCVRWORK OPEN FAILED STATUS="
                   WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ MAINT-JOURNAL
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JRNL-READ-COUNT
                       PERFORM 3100-SCREEN-JOURNAL-ROW
               END-READ
           END-PERFORM
           CLOSE MAINT-JOURNAL
           CLOSE REPLAY-WORK.

       3100-SCREEN-JOURNAL-ROW.
           EVALUATE TRUE
               WHEN MJRN-DENIED
                   ADD 1 TO WS-DENIED-COUNT
               WHEN MJRN-TERMINAL-ID = "XMNT"
                   ADD 1 TO WS-XREF-COUNT
               WHEN MJRN-TIMESTAMP(1:14) < WS-BACKUP-TIMESTAMP(1:14)
                   ADD 1 TO WS-EARLIER-COUNT
               WHEN MJRN-TIMESTAMP(1:14) > WS-STOP-TIMESTAMP
                   ADD 1 TO WS-LATER-COUNT
               WHEN MJRN-FUNC-ADD OR MJRN-FUNC-CHANGE
                   PERFORM 3200-REPLAY-IMAGE
               WHEN MJRN-FUNC-DELETE OR MJRN-FUNC-MERGE
                   PERFORM 3300-REPLAY-REMOVAL
               WHEN OTHER
                   PERFORM 3400-REPORT-UNUSABLE
           END-EVALUATE.

      *  An add can meet a record that is already there (the row was
      *  written while the unload ran) and a change can meet one
      *  that is not; either way the after image is what the master
      *  held once the row was applied, so it is written or
      *  rewritten as it stands.
       3200-REPLAY-IMAGE.
           MOVE MJRN-AFTER-IMAGE(1:10) TO WS-REPLAY-ID
           IF WS-REPLAY-ID = SPACES
               PERFORM 3400-REPORT-UNUSABLE
           ELSE
               MOVE MJRN-AFTER-IMAGE TO CUSTOMER-RECORD
               MOVE "REPLAYED" TO WS-DET-TAG
               REWRITE CUSTOMER-RECORD
                   INVALID KEY
                       WRITE CUSTOMER-RECORD
                           INVALID KEY
                               DISPLAY "CUSTMAST REPLAY FAILED FOR "
                                   CUST-ID " STATUS="
                                   WS-CUSTMAST-STATUS
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           NOT INVALID KEY
                               ADD 1 TO WS-ADDED-COUNT
                               MOVE "Journal image added to master."
                                   TO WS-DET-INFO
                       END-WRITE
                   NOT INVALID KEY
                       MOVE "Journal image replaced master record."
                           TO WS-DET-INFO
               END-REWRITE
               MOVE MJRN-AFTER-IMAGE TO WORK-IMAGE
               PERFORM 3500-RECORD-REPLAY
           END-IF.

       3300-REPLAY-REMOVAL.
           MOVE MJRN-BEFORE-IMAGE(1:10) TO WS-REPLAY-ID
           IF WS-REPLAY-ID = SPACES
               PERFORM 3400-REPORT-UNUSABLE
           ELSE
               MOVE WS-REPLAY-ID TO CUST-ID
               MOVE "REPLAYED" TO WS-DET-TAG
               DELETE CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "Already absent -- nothing to remove."
                           TO WS-DET-INFO
                   NOT INVALID KEY
                       ADD 1 TO WS-REMOVED-COUNT
                       MOVE "Record removed from master."
                           TO WS-DET-INFO
               END-DELETE
               MOVE SPACES TO WORK-IMAGE
               PERFORM 3500-RECORD-REPLAY
           END-IF.

       3400-REPORT-UNUSABLE.
           ADD 1 TO WS-UNUSABLE-COUNT
           MOVE "UNUSABLE" TO WS-DET-TAG
           IF MJRN-AFTER-IMAGE(1:10) = SPACES
               MOVE MJRN-BEFORE-IMAGE(1:10) TO WS-DET-ID
           ELSE
               MOVE MJRN-AFTER-IMAGE(1:10) TO WS-DET-ID
           END-IF
           MOVE "Journal row has no usable image."
               TO WS-DET-INFO
           PERFORM 5500-WRITE-DETAIL.

      *  Each replayed row is listed and also kept on the work file
      *  the cross-check sorts by customer.
       3500-RECORD-REPLAY.
           ADD 1 TO WS-REPLAY-COUNT
           MOVE WS-REPLAY-ID TO WORK-CUST-ID
           MOVE WS-REPLAY-COUNT TO WORK-SEQ
           MOVE MJRN-FUNCTION TO WORK-FUNCTION
           WRITE WORK-RECORD
           MOVE WS-REPLAY-ID TO WS-DET-ID
           PERFORM 5500-WRITE-DETAIL.

      *  Sorted by customer and replay sequence, the last row of
      *  each customer is the state the journal says the master
      *  must now hold for that ID.
       4000-CROSS-CHECK.
           SORT REPLAY-SORT-FILE
               ON ASCENDING KEY SORT-CUST-ID SORT-SEQ
               USING REPLAY-WORK
               GIVING REPLAY-SORTED
           OPEN INPUT REPLAY-SORTED
           IF WS-SRTD-STATUS NOT = "00"
               DISPLAY "RCVRSRTD OPEN FAILED STATUS="
                   WS-SRTD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-HELD-SW
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ REPLAY-SORTED
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-HOLDING-ROW
                               AND SRTD-CUST-ID NOT = WS-HELD-CUST-ID
                           PERFORM 4100-CHECK-ONE-CUSTOMER
                       END-IF
                       MOVE SRTD-RECORD TO WS-HELD-RECORD
                       SET WS-HOLDING-ROW TO TRUE
               END-READ
           END-PERFORM
           IF WS-HOLDING-ROW
               PERFORM 4100-CHECK-ONE-CUSTOMER
           END-IF
           CLOSE REPLAY-SORTED.

       4100-CHECK-ONE-CUSTOMER.
           ADD 1 TO WS-CHECKED-COUNT
           MOVE WS-HELD-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   IF WS-HELD-FUNCTION = "D" OR WS-HELD-FUNCTION = "M"
                       CONTINUE
                   ELSE
                       MOVE "Last journal image is not on master."
                           TO WS-DET-INFO
                       PERFORM 4200-REPORT-MISMATCH
                   END-IF
               NOT INVALID KEY
                   IF WS-HELD-FUNCTION = "D" OR WS-HELD-FUNCTION = "M"
                       MOVE "Removed by journal but still on master."
                           TO WS-DET-INFO
                       PERFORM 4200-REPORT-MISMATCH
                   ELSE
                       IF CUSTOMER-RECORD NOT = WS-HELD-IMAGE
                           MOVE "Master differs from journal image."
                               TO WS-DET-INFO
                           PERFORM 4200-REPORT-MISMATCH
                       END-IF
                   END-IF
           END-READ.

       4200-REPORT-MISMATCH.
           ADD 1 TO WS-MISMATCH-COUNT
           SET WS-HAS-MISMATCH TO TRUE
           MOVE "MISMATCH" TO WS-DET-TAG
           MOVE WS-HELD-FUNCTION TO WS-DET-FUNCTION
           MOVE WS-HELD-CUST-ID TO WS-DET-ID
           MOVE SPACES TO WS-DET-TIMESTAMP
           MOVE SPACES TO WS-DET-USER
           MOVE SPACES TO RPT-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *  The rebuilt master must hold exactly the backup plus what
      *  the replay added less what it removed -- a stray record the
      *  per-customer check cannot see still breaks the count.
       4500-COUNT-MASTER.
           MOVE LOW-VALUES TO CUST-ID
           START CUSTOMER-MASTER KEY IS NOT LESS THAN CUST-ID
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MASTER-COUNT
               END-READ
           END-PERFORM
           COMPUTE WS-EXPECTED-COUNT =
               WS-RESTORED-COUNT + WS-ADDED-COUNT - WS-REMOVED-COUNT
           IF WS-MASTER-COUNT NOT = WS-EXPECTED-COUNT
               SET WS-HAS-MISMATCH TO TRUE
           END-IF.

       5500-WRITE-DETAIL.
           MOVE MJRN-FUNCTION TO WS-DET-FUNCTION
           MOVE MJRN-TIMESTAMP(1:14) TO WS-DET-TIMESTAMP
           MOVE MJRN-USER-ID TO WS-DET-USER
           MOVE SPACES TO RPT-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       7000-WRITE-SUMMARY.
           MOVE "BACKUP RECORDS RESTORED" TO WS-CNT-LABEL
           MOVE WS-RESTORED-COUNT TO WS-CNT-VALUE
           PERFORM 7500-WRITE-COUNT-LINE
           MOVE "JOURNAL ROWS READ" TO WS-CNT-LABEL
           MOVE WS-JRNL-READ-COUNT TO WS-CNT-VALUE
           PERFORM 7500-WRITE-COUNT-LINE
           MOVE "JOURNAL ROWS REPLAYED" TO WS-CNT-LABEL
           MOVE WS-REPLAY-COUNT TO WS-CNT-VALUE
           PERFORM 7500-WRITE-COUNT-LINE
           MOVE "  RECORDS ADDED" TO WS-CNT-LABEL
           MOVE WS-ADDED-COUNT TO WS-CNT-VALUE
           PERFORM 7500-WRITE-COUNT-LINE
           MOVE "  RECORDS REMOVED" TO WS-CNT-LABEL
           MOVE WS-REMOVED-COUNT TO WS-CNT-VALUE
           PERFORM 7500-WRITE-COUNT-LINE
           MOVE "SKIPPED -- DENIED ATTEMPTS" TO WS-CNT-LABEL
           MOVE WS-DENIED-COUNT TO WS-CNT-VALUE
           PERFORM 7500-WRITE-COUNT-LINE
           MOVE "SKIPPED -- XREF MAINTENANCE" TO WS-CNT-LABEL
           MOVE WS-XREF-COUNT TO WS-CNT-VALUE
           PERFORM 7500-WRITE-COUNT-LINE
           MOVE "SKIPPED -- BEFORE BACKUP" TO WS-CNT-LABEL
           MOVE WS-EARLIER-COUNT TO WS-CNT-VALUE
           PERFORM 7500-WRITE-COUNT-LINE
           MOVE "SKIPPED -- AFTER STOP POINT" TO WS-CNT-LABEL
           MOVE WS-LATER-COUNT TO WS-CNT-VALUE
           PERFORM 7500-WRITE-COUNT-LINE
           MOVE "SKIPPED -- UNUSABLE ROWS" TO WS-CNT-LABEL
           MOVE WS-UNUSABLE-COUNT TO WS-CNT-VALUE
           PERFORM 7500-WRITE-COUNT-LINE
           MOVE "CUSTOMERS CROSS-CHECKED" TO WS-CNT-LABEL
           MOVE WS-CHECKED-COUNT TO WS-CNT-VALUE
           PERFORM 7500-WRITE-COUNT-LINE
           MOVE "CUSTOMERS NOT MATCHING JOURNAL" TO WS-CNT-LABEL
           MOVE WS-MISMATCH-COUNT TO WS-CNT-VALUE
           PERFORM 7500-WRITE-COUNT-LINE
           MOVE "MASTER RECORDS EXPECTED" TO WS-CNT-LABEL
           MOVE WS-EXPECTED-COUNT TO WS-CNT-VALUE
           PERFORM 7500-WRITE-COUNT-LINE
           MOVE "MASTER RECORDS ON FILE" TO WS-CNT-LABEL
           MOVE WS-MASTER-COUNT TO WS-CNT-VALUE
           PERFORM 7500-WRITE-COUNT-LINE
           MOVE SPACES TO WS-RESULT-LINE
           IF WS-HAS-MISMATCH
               MOVE "DISCREPANCY" TO WS-RES-TAG
               MOVE "Rebuilt master does not tie to the journal."
                   TO WS-RES-TEXT
           ELSE
               MOVE "RECOVERED" TO WS-RES-TAG
               MOVE "Rebuilt master ties to backup plus journal."
                   TO WS-RES-TEXT
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE WS-RESULT-LINE TO RPT-LINE
           WRITE RPT-LINE.

       7500-WRITE-COUNT-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE.

       8500-ADD-ID-TO-HASH.
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > 10
               ADD FUNCTION ORD(WS-HASH-ID(WS-HASH-IDX:1))
                   TO WS-BKUP-HASH
           END-PERFORM.

       9000-CLOSE-FILES.
           CLOSE CUSTOMER-MASTER
           CLOSE RECOVERY-RPT.
