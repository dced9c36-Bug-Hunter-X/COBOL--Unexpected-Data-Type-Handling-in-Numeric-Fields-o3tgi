      ******************************************************************
      *  PROGRAM-ID: CUSTRINT
      *  Nightly referential integrity sweep of the files that hold
      *  customer IDs pointing into CUSTOMER-MASTER.  Deletes,
      *  CUSTMRGE merges and CUSTAPLY drops remove master records
      *  without touching the files that refer to them, so this run
      *  looks for the drift before a CSR or billing trips over it:
      *    CUSTXREF  - rows whose XREF-CUST-ID is not on the master,
      *                and rows that point at an ID which is itself
      *                retired (a chain), including chains that come
      *                back round on themselves (a loop);
      *    PENDSTAT  - scheduled changes for a customer no longer on
      *                the master, or already at the target status;
      *    CUSTPHON  - phonetic rows for a customer no longer on the
      *                master, or whose name or status no longer
      *                matches it;
      *    CUSTMAST  - master records with no phonetic row;
      *    SUSPFILE  - corrected suspense items whose replacement ID
      *                is not on the master, directly or through
      *                CUSTXREF.
      *  Findings are collected on a work file, sorted, and printed
      *  on RINTRPT grouped by file and finding with a count after
      *  each group and a summary of every finding at the end.  The
      *  counts also go to the CYCLSTAT history under the cycle date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT CUSTOMER-XREF ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-LEGACY-ID
               FILE STATUS IS WS-XREF-STATUS.

           SELECT PENDING-STATUS-FILE ASSIGN TO "PENDSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PSTS-CUST-ID
               FILE STATUS IS WS-PSTS-STATUS.

           SELECT PHONETIC-INDEX ASSIGN TO "CUSTPHON"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHON-KEY
               FILE STATUS IS WS-PHON-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT FINDING-WORK ASSIGN TO "RINTWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT FINDING-SORTED ASSIGN TO "RINTSRTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRTD-STATUS.

           SELECT FINDING-SORT-FILE ASSIGN TO "RINTSORT".

           SELECT INTEGRITY-RPT ASSIGN TO "RINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT CYCLE-DATE-FILE ASSIGN TO "CYCLDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDTE-STATUS.

           SELECT CYCLE-STAT-FILE ASSIGN TO "CYCLSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  CUSTOMER-XREF.
       COPY XREFREC.

       FD  PENDING-STATUS-FILE.
       COPY PSTSREC.

       FD  PHONETIC-INDEX.
       COPY PHONREC.

       FD  SUSPENSE-FILE.
       01  SUSP-LINE                       PIC X(82).

      *  One row per finding: the finding number (which also fixes
      *  the file it belongs to), the ID on the referring row, the
      *  related ID and a short explanation.
       FD  FINDING-WORK.
       01  WORK-RECORD.
           05  WORK-FINDING                PIC 9(2).
           05  WORK-KEY-ID                 PIC X(10).
           05  WORK-OTHER-ID               PIC X(10).
           05  WORK-INFO                   PIC X(44).

       FD  FINDING-SORTED.
       01  SRTD-RECORD.
           05  SRTD-FINDING                PIC 9(2).
           05  SRTD-KEY-ID                 PIC X(10).
           05  SRTD-OTHER-ID               PIC X(10).
           05  SRTD-INFO                   PIC X(44).

       SD  FINDING-SORT-FILE.
       01  SORT-RECORD.
           05  SORT-FINDING                PIC 9(2).
           05  SORT-KEY-ID                 PIC X(10).
           05  SORT-OTHER-ID               PIC X(10).
           05  SORT-INFO                   PIC X(44).

       FD  INTEGRITY-RPT.
       01  RPT-LINE                        PIC X(90).

       FD  CYCLE-DATE-FILE.
       01  CDTE-RECORD.
           05  CDTE-CYCLE-DATE             PIC X(8).

       FD  CYCLE-STAT-FILE.
       COPY STATREC.

       WORKING-STORAGE SECTION.
       01  WS-CUSTMAST-STATUS              PIC X(2).
       01  WS-XREF-STATUS                  PIC X(2).
       01  WS-PSTS-STATUS                  PIC X(2).
       01  WS-PHON-STATUS                  PIC X(2).
       01  WS-SUSP-STATUS                  PIC X(2).
       01  WS-WORK-STATUS                  PIC X(2).
       01  WS-SRTD-STATUS                  PIC X(2).
       01  WS-RPT-STATUS                   PIC X(2).
       01  WS-CDTE-STATUS                  PIC X(2).
       01  WS-STAT-STATUS                  PIC X(2).
       01  WS-EOF-FLAG                     PIC X     VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".
       01  WS-XREF-OPEN-SW                 PIC X     VALUE "N".
           88  WS-XREF-IS-OPEN                  VALUE "Y".
       01  WS-PSTS-OPEN-SW                 PIC X     VALUE "N".
           88  WS-PSTS-IS-OPEN                  VALUE "Y".
       01  WS-SUSP-OPEN-SW                 PIC X     VALUE "N".
           88  WS-SUSP-IS-OPEN                  VALUE "Y".
       01  WS-ON-MASTER-SW                 PIC X     VALUE "N".
           88  WS-ON-MASTER                     VALUE "Y".
       01  WS-CHAIN-END-SW                 PIC X     VALUE "N".
           88  WS-CHAIN-ENDED                   VALUE "Y".
       01  WS-CHAIN-LOOP-SW                PIC X     VALUE "N".
           88  WS-CHAIN-LOOPS                   VALUE "Y".
       01  WS-CYCLE-DATE                   PIC X(8)  VALUE SPACES.

       01  WS-MASTER-COUNT                 PIC 9(9)  VALUE 0.
       01  WS-XREF-COUNT                   PIC 9(9)  VALUE 0.
       01  WS-PSTS-COUNT                   PIC 9(9)  VALUE 0.
       01  WS-PHON-COUNT                   PIC 9(9)  VALUE 0.
       01  WS-SUSP-COUNT                   PIC 9(9)  VALUE 0.
       01  WS-EXAMINED-COUNT               PIC 9(9)  VALUE 0.
       01  WS-FINDING-TOTAL                PIC 9(6)  VALUE 0.
       01  WS-MISSING-TOTAL                PIC 9(6)  VALUE 0.
       01  WS-GROUP-COUNT                  PIC 9(6)  VALUE 0.
       01  WS-CURRENT-FINDING              PIC 9(2)  VALUE 0.
       01  WS-PREV-FILE                    PIC X(8)  VALUE SPACES.

      *  CUSTXREF chain walk: the row being examined, the IDs
      *  already visited on its chain, and where the walk stands.
       01  WS-SCAN-KEY                     PIC X(10) VALUE SPACES.
       01  WS-SCAN-TARGET                  PIC X(10) VALUE SPACES.
       01  WS-CHAIN-ID                     PIC X(10) VALUE SPACES.
       01  WS-CHAIN-MAX                    PIC 9(2)  VALUE 20.
       01  WS-CHAIN-COUNT                  PIC 9(2)  VALUE 0.
       01  WS-CHAIN-IDX                    PIC 9(2)  VALUE 0.
       01  WS-CHAIN-TABLE.
           05  WS-CHAIN-ENTRY OCCURS 20 TIMES PIC X(10).

      *  The findings in report order.  The finding number is the
      *  sort key, so findings for one file always print together.
       01  WS-FINDING-LIST.
           05  FILLER                      PIC X(38) VALUE
               "CUSTXREFTARGET ID NOT ON MASTER".
           05  FILLER                      PIC X(38) VALUE
               "CUSTXREFCHAIN THROUGH RETIRED ID".
           05  FILLER                      PIC X(38) VALUE
               "CUSTXREFLOOP IN XREF CHAIN".
           05  FILLER                      PIC X(38) VALUE
               "PENDSTATCUSTOMER NOT ON MASTER".
           05  FILLER                      PIC X(38) VALUE
               "PENDSTATALREADY AT TARGET STATUS".
           05  FILLER                      PIC X(38) VALUE
               "CUSTPHONCUSTOMER NOT ON MASTER".
           05  FILLER                      PIC X(38) VALUE
               "CUSTPHONNAME DIFFERS FROM MASTER".
           05  FILLER                      PIC X(38) VALUE
               "CUSTPHONSTATUS DIFFERS FROM MASTER".
           05  FILLER                      PIC X(38) VALUE
               "CUSTMASTNO PHONETIC ROW".
           05  FILLER                      PIC X(38) VALUE
               "SUSPFILECORRECTED ID NOT ON MASTER".
       01  WS-FINDING-TABLE REDEFINES WS-FINDING-LIST.
           05  WS-FINDING-ENTRY OCCURS 10 TIMES.
               10  WS-FND-FILE             PIC X(8).
               10  WS-FND-LABEL            PIC X(30).
       01  WS-FINDING-TALLIES.
           05  WS-FND-TALLY OCCURS 10 TIMES PIC 9(6).
       01  WS-FND-IDX                      PIC 9(2)  VALUE 0.

       01  WS-PHON-NAME                    PIC X(20) VALUE SPACES.
       01  WS-PHON-KEY                     PIC X(4)  VALUE SPACES.
       01  WS-PHON-IDX                     PIC 9(2)  VALUE 0.
       01  WS-PHON-POS                     PIC 9(1)  VALUE 0.
       01  WS-PHON-CHAR                    PIC X(1)  VALUE SPACE.
       01  WS-PHON-CODE                    PIC X(1)  VALUE SPACE.
       01  WS-PHON-PREV-CODE               PIC X(1)  VALUE SPACE.

       COPY PURGMASK.

       COPY SUSPREC.

       01  WS-FILE-LINE.
           05  FILLER                      PIC X(6)  VALUE "FILE: ".
           05  WS-FIL-NAME                 PIC X(8).

       01  WS-GROUP-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-GRP-LABEL                PIC X(30).

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-DET-KEY-ID               PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DET-OTHER-ID             PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DET-INFO                 PIC X(44).

       01  WS-GROUP-TOTAL-LINE.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  FILLER                      PIC X(7)  VALUE "TOTAL: ".
           05  WS-GTL-COUNT                PIC ZZZ,ZZ9.

       01  WS-SUMMARY-LINE.
           05  WS-SUM-FILE                 PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-SUM-LABEL                PIC X(34).
           05  WS-SUM-COUNT                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-READ-CYCLE-DATE
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-SWEEP-MASTER
           PERFORM 3000-SWEEP-XREF
           PERFORM 4000-SWEEP-PENDSTAT
           PERFORM 5000-SWEEP-PHONETIC
           PERFORM 5800-SWEEP-SUSPENSE
           CLOSE FINDING-WORK
           PERFORM 6000-PRINT-FINDINGS
           PERFORM 7000-WRITE-SUMMARY
           PERFORM 9000-CLOSE-FILES
           PERFORM 9400-WRITE-CYCLE-STATS
           DISPLAY "CUSTRINT: " WS-EXAMINED-COUNT " ROWS EXAMINED, "
               WS-FINDING-TOTAL " FINDINGS"
           STOP RUN.

       0100-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE
           IF WS-CDTE-STATUS NOT = "00"
               DISPLAY "CYCLDATE OPEN FAILED STATUS="
                   WS-CDTE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "CYCLDATE IS EMPTY -- CYCLE DATE REQUIRED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE CDTE-CYCLE-DATE TO WS-CYCLE-DATE
           CLOSE CYCLE-DATE-FILE.

       1000-OPEN-FILES.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "CUSTMAST OPEN FAILED STATUS="
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PHONETIC-INDEX
           IF WS-PHON-STATUS NOT = "00"
               DISPLAY "CUSTPHON OPEN FAILED STATUS="
                   WS-PHON-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    No cross-reference, pending-status or suspense file yet
      *    just means there is nothing of that kind to check.
           OPEN INPUT CUSTOMER-XREF
           IF WS-XREF-STATUS = "00"
               SET WS-XREF-IS-OPEN TO TRUE
           ELSE
               IF WS-XREF-STATUS NOT = "35"
                   DISPLAY "CUSTXREF OPEN FAILED STATUS="
                       WS-XREF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT PENDING-STATUS-FILE
           IF WS-PSTS-STATUS = "00"
               SET WS-PSTS-IS-OPEN TO TRUE
           ELSE
               IF WS-PSTS-STATUS NOT = "35"
                   DISPLAY "PENDSTAT OPEN FAILED STATUS="
                       WS-PSTS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS = "00"
               SET WS-SUSP-IS-OPEN TO TRUE
           ELSE
               IF WS-SUSP-STATUS NOT = "35"
                   DISPLAY "SUSPFILE OPEN FAILED STATUS="
                       WS-SUSP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT FINDING-WORK
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "RINTWORK OPEN FAILED STATUS="
                   WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT INTEGRITY-RPT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "RINTRPT OPEN FAILED STATUS="
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE WS-FINDING-TALLIES.

      *  Every master record whose name yields a sound key should
      *  have its CUSTPHON row; a name with no leading letter keys
      *  as 0000 and is never indexed, so it is not a finding.  Nor
      *  is a customer CUSTPURG has masked, which CUSTPBLD leaves out.
       2000-SWEEP-MASTER.
           MOVE "N" TO WS-EOF-FLAG
           MOVE LOW-VALUES TO CUST-ID
           START CUSTOMER-MASTER KEY IS NOT LESS THAN CUST-ID
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MASTER-COUNT
                       PERFORM 2100-CHECK-PHONETIC-ROW
               END-READ
           END-PERFORM.

       2100-CHECK-PHONETIC-ROW.
           MOVE FUNCTION UPPER-CASE(CUST-NAME) TO WS-PHON-NAME
           PERFORM 8900-BUILD-PHONETIC-KEY
           IF WS-PHON-KEY NOT = "0000"
                   AND CUST-NAME NOT = WS-PURGE-NAME-MASK
                   AND CUST-NAME NOT = WS-PENDING-NAME-MASK
               MOVE WS-PHON-KEY TO PHON-SOUND-KEY
               MOVE CUST-ID TO PHON-CUST-ID
               READ PHONETIC-INDEX
                   INVALID KEY
                       MOVE 9 TO WORK-FINDING
                       MOVE CUST-ID TO WORK-KEY-ID
                       MOVE SPACES TO WORK-OTHER-ID
                       MOVE SPACES TO WORK-INFO
                       STRING "No " WS-PHON-KEY " row for "
                               CUST-NAME
                               DELIMITED BY SIZE INTO WORK-INFO
                       END-STRING
                       PERFORM 8000-WRITE-FINDING
               END-READ
           END-IF.

      *  A row is read in key order; when its target is itself a
      *  retired ID the chain is walked by key, which loses the
      *  sequential position, so the scan restarts just past the
      *  row it was on.
       3000-SWEEP-XREF.
           IF WS-XREF-IS-OPEN
               MOVE "N" TO WS-EOF-FLAG
               MOVE LOW-VALUES TO XREF-LEGACY-ID
               START CUSTOMER-XREF KEY IS NOT LESS THAN XREF-LEGACY-ID
                   INVALID KEY
                       SET WS-END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL WS-END-OF-FILE
                   READ CUSTOMER-XREF NEXT RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-XREF-COUNT
                           MOVE XREF-LEGACY-ID TO WS-SCAN-KEY
                           MOVE XREF-CUST-ID TO WS-SCAN-TARGET
                           PERFORM 3100-CHECK-XREF-ROW
                   END-READ
               END-PERFORM
           END-IF.

       3100-CHECK-XREF-ROW.
           MOVE WS-SCAN-TARGET TO XREF-LEGACY-ID
           READ CUSTOMER-XREF
               INVALID KEY
                   MOVE WS-SCAN-TARGET TO WS-CHAIN-ID
                   PERFORM 8100-CHECK-ON-MASTER
                   IF NOT WS-ON-MASTER
                       MOVE 1 TO WORK-FINDING
                       MOVE WS-SCAN-KEY TO WORK-KEY-ID
                       MOVE WS-SCAN-TARGET TO WORK-OTHER-ID
                       MOVE "Retired ID resolves to a missing customer."
                           TO WORK-INFO
                       PERFORM 8000-WRITE-FINDING
                   END-IF
               NOT INVALID KEY
                   PERFORM 3200-WALK-XREF-CHAIN
           END-READ
           MOVE WS-SCAN-KEY TO XREF-LEGACY-ID
           START CUSTOMER-XREF KEY IS GREATER THAN XREF-LEGACY-ID
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START.

      *  XREF-RECORD holds the retired target's own row on entry.
      *  The walk follows the pointers until it reaches an ID that
      *  is not retired (the chain's real end) or one it has
      *  already visited (a loop).  A walk longer than the table is
      *  reported as a loop -- no honest chain is that long.
       3200-WALK-XREF-CHAIN.
           MOVE 2 TO WS-CHAIN-COUNT
           MOVE WS-SCAN-KEY TO WS-CHAIN-ENTRY(1)
           MOVE WS-SCAN-TARGET TO WS-CHAIN-ENTRY(2)
           MOVE "N" TO WS-CHAIN-END-SW
           MOVE "N" TO WS-CHAIN-LOOP-SW
           PERFORM UNTIL WS-CHAIN-ENDED OR WS-CHAIN-LOOPS
               MOVE XREF-CUST-ID TO WS-CHAIN-ID
               PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                       UNTIL WS-CHAIN-IDX > WS-CHAIN-COUNT
                   IF WS-CHAIN-ENTRY(WS-CHAIN-IDX) = WS-CHAIN-ID
                       SET WS-CHAIN-LOOPS TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-CHAIN-LOOPS
                   IF WS-CHAIN-COUNT >= WS-CHAIN-MAX
                       SET WS-CHAIN-LOOPS TO TRUE
                   ELSE
                       ADD 1 TO WS-CHAIN-COUNT
                       MOVE WS-CHAIN-ID
                           TO WS-CHAIN-ENTRY(WS-CHAIN-COUNT)
                       MOVE WS-CHAIN-ID TO XREF-LEGACY-ID
                       READ CUSTOMER-XREF
                           INVALID KEY
                               SET WS-CHAIN-ENDED TO TRUE
                       END-READ
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-SCAN-KEY TO WORK-KEY-ID
           MOVE WS-SCAN-TARGET TO WORK-OTHER-ID
           MOVE SPACES TO WORK-INFO
           IF WS-CHAIN-LOOPS
               MOVE 3 TO WORK-FINDING
               STRING "Chain comes back round to " WS-CHAIN-ID
                       DELIMITED BY SIZE INTO WORK-INFO
               END-STRING
           ELSE
               MOVE 2 TO WORK-FINDING
               PERFORM 8100-CHECK-ON-MASTER
               IF WS-ON-MASTER
                   STRING "Chain ends at " WS-CHAIN-ID
                           DELIMITED BY SIZE INTO WORK-INFO
                   END-STRING
               ELSE
                   STRING "Chain ends at " WS-CHAIN-ID
                           " -- not on master"
                           DELIMITED BY SIZE INTO WORK-INFO
                   END-STRING
               END-IF
           END-IF
           PERFORM 8000-WRITE-FINDING.

       4000-SWEEP-PENDSTAT.
           IF WS-PSTS-IS-OPEN
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ PENDING-STATUS-FILE NEXT RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PSTS-COUNT
                           PERFORM 4100-CHECK-PENDING-ROW
                   END-READ
               END-PERFORM
           END-IF.

       4100-CHECK-PENDING-ROW.
           MOVE PSTS-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 4 TO WORK-FINDING
                   MOVE PSTS-CUST-ID TO WORK-KEY-ID
                   MOVE SPACES TO WORK-OTHER-ID
                   MOVE SPACES TO WORK-INFO
                   STRING "Change to " PSTS-NEW-STATUS " due "
                           PSTS-EFF-DATE " has no customer."
                           DELIMITED BY SIZE INTO WORK-INFO
                   END-STRING
                   PERFORM 8000-WRITE-FINDING
               NOT INVALID KEY
                   IF CUST-STATUS = PSTS-NEW-STATUS
                       MOVE 5 TO WORK-FINDING
                       MOVE PSTS-CUST-ID TO WORK-KEY-ID
                       MOVE SPACES TO WORK-OTHER-ID
                       MOVE SPACES TO WORK-INFO
                       STRING "Change to " PSTS-NEW-STATUS " due "
                               PSTS-EFF-DATE " changes nothing."
                               DELIMITED BY SIZE INTO WORK-INFO
                       END-STRING
                       PERFORM 8000-WRITE-FINDING
                   END-IF
           END-READ.

       5000-SWEEP-PHONETIC.
           MOVE "N" TO WS-EOF-FLAG
           MOVE LOW-VALUES TO PHON-KEY
           START PHONETIC-INDEX KEY IS NOT LESS THAN PHON-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ PHONETIC-INDEX NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PHON-COUNT
                       PERFORM 5100-CHECK-PHONETIC-ROW
               END-READ
           END-PERFORM.

       5100-CHECK-PHONETIC-ROW.
           MOVE PHON-CUST-ID TO CUST-ID
           MOVE PHON-CUST-ID TO WORK-KEY-ID
           MOVE PHON-SOUND-KEY TO WORK-OTHER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 6 TO WORK-FINDING
                   MOVE SPACES TO WORK-INFO
                   STRING "Indexed as " PHON-NAME
                           DELIMITED BY SIZE INTO WORK-INFO
                   END-STRING
                   PERFORM 8000-WRITE-FINDING
               NOT INVALID KEY
                   IF PHON-NAME NOT = CUST-NAME
                       MOVE 7 TO WORK-FINDING
                       MOVE SPACES TO WORK-INFO
                       STRING PHON-NAME " vs master " CUST-NAME
                               DELIMITED BY SIZE INTO WORK-INFO
                       END-STRING
                       PERFORM 8000-WRITE-FINDING
                   END-IF
                   IF PHON-STATUS NOT = CUST-STATUS
                       MOVE 8 TO WORK-FINDING
                       MOVE SPACES TO WORK-INFO
                       STRING "Indexed status " PHON-STATUS
                               " vs master " CUST-STATUS
                               DELIMITED BY SIZE INTO WORK-INFO
                       END-STRING
                       PERFORM 8000-WRITE-FINDING
                   END-IF
           END-READ.

      *  Only corrected items carry a replacement ID; open and
      *  voided items point at nothing yet.  A replacement that is a
      *  legacy or retired ID is resolved through CUSTXREF first, the
      *  way the lookups do, and the ID it maps to is the one that
      *  must be on the master.
       5800-SWEEP-SUSPENSE.
           IF WS-SUSP-IS-OPEN
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ SUSPENSE-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SUSP-COUNT
                           MOVE SUSP-LINE TO SUSPENSE-RECORD
                           IF SUSP-CORRECTED
                               PERFORM 5900-CHECK-SUSPENSE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       5900-CHECK-SUSPENSE-ITEM.
           MOVE SUSP-CORRECTED-ID TO WS-CHAIN-ID
           IF WS-XREF-IS-OPEN
               MOVE SUSP-CORRECTED-ID TO XREF-LEGACY-ID
               READ CUSTOMER-XREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE XREF-CUST-ID TO WS-CHAIN-ID
               END-READ
           END-IF
           PERFORM 8100-CHECK-ON-MASTER
           IF NOT WS-ON-MASTER
               MOVE 10 TO WORK-FINDING
               MOVE SUSP-CORRECTED-ID TO WORK-KEY-ID
               MOVE SUSP-INPUT-ID TO WORK-OTHER-ID
               MOVE SPACES TO WORK-INFO
               STRING "Correction of reject from cycle "
                       SUSP-CYCLE-DATE
                       DELIMITED BY SIZE INTO WORK-INFO
               END-STRING
               PERFORM 8000-WRITE-FINDING
           END-IF.

      *  The sorted findings print under a heading for each file and
      *  a sub-heading for each finding, with a count closing each
      *  finding group.
       6000-PRINT-FINDINGS.
           SORT FINDING-SORT-FILE
               ON ASCENDING KEY SORT-FINDING SORT-KEY-ID
               USING FINDING-WORK
               GIVING FINDING-SORTED
           OPEN INPUT FINDING-SORTED
           IF WS-SRTD-STATUS NOT = "00"
               DISPLAY "RINTSRTD OPEN FAILED STATUS="
                   WS-SRTD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-CURRENT-FINDING
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ FINDING-SORTED
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF SRTD-FINDING NOT = WS-CURRENT-FINDING
                           PERFORM 6100-START-FINDING-GROUP
                       END-IF
                       ADD 1 TO WS-GROUP-COUNT
                       MOVE SRTD-KEY-ID TO WS-DET-KEY-ID
                       MOVE SRTD-OTHER-ID TO WS-DET-OTHER-ID
                       MOVE SRTD-INFO TO WS-DET-INFO
                       MOVE SPACES TO RPT-LINE
                       MOVE WS-DETAIL-LINE TO RPT-LINE
                       WRITE RPT-LINE
               END-READ
           END-PERFORM
           IF WS-CURRENT-FINDING > 0
               PERFORM 6200-END-FINDING-GROUP
           END-IF
           CLOSE FINDING-SORTED.

       6100-START-FINDING-GROUP.
           IF WS-CURRENT-FINDING > 0
               PERFORM 6200-END-FINDING-GROUP
           END-IF
           MOVE SRTD-FINDING TO WS-CURRENT-FINDING
           MOVE 0 TO WS-GROUP-COUNT
           IF WS-FND-FILE(WS-CURRENT-FINDING) NOT = WS-PREV-FILE
               MOVE WS-FND-FILE(WS-CURRENT-FINDING) TO WS-PREV-FILE
               MOVE WS-PREV-FILE TO WS-FIL-NAME
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-FILE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE WS-FND-LABEL(WS-CURRENT-FINDING) TO WS-GRP-LABEL
           MOVE SPACES TO RPT-LINE
           MOVE WS-GROUP-LINE TO RPT-LINE
           WRITE RPT-LINE.

       6200-END-FINDING-GROUP.
           MOVE WS-GROUP-COUNT TO WS-GTL-COUNT
           MOVE SPACES TO RPT-LINE
           MOVE WS-GROUP-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *  Every finding is listed in the summary, including the ones
      *  that came up clean, so a quiet night reads as checked
      *  rather than skipped.
       7000-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "SUMMARY" TO WS-SUM-FILE
           MOVE "ROWS EXAMINED" TO WS-SUM-LABEL
           COMPUTE WS-EXAMINED-COUNT = WS-MASTER-COUNT
               + WS-XREF-COUNT + WS-PSTS-COUNT + WS-PHON-COUNT
               + WS-SUSP-COUNT
           MOVE WS-EXAMINED-COUNT TO WS-SUM-COUNT
           PERFORM 7500-WRITE-SUMMARY-LINE
           PERFORM VARYING WS-FND-IDX FROM 1 BY 1
                   UNTIL WS-FND-IDX > 10
               MOVE WS-FND-FILE(WS-FND-IDX) TO WS-SUM-FILE
               MOVE WS-FND-LABEL(WS-FND-IDX) TO WS-SUM-LABEL
               MOVE WS-FND-TALLY(WS-FND-IDX) TO WS-SUM-COUNT
               PERFORM 7500-WRITE-SUMMARY-LINE
           END-PERFORM
           MOVE "SUMMARY" TO WS-SUM-FILE
           MOVE "TOTAL FINDINGS" TO WS-SUM-LABEL
           MOVE WS-FINDING-TOTAL TO WS-SUM-COUNT
           PERFORM 7500-WRITE-SUMMARY-LINE.

       7500-WRITE-SUMMARY-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *  The caller fills the work record; this tallies it.  Rows
      *  that point at a customer no longer on the master are also
      *  counted together for the CYCLSTAT not-found column.
       8000-WRITE-FINDING.
           WRITE WORK-RECORD
           ADD 1 TO WS-FND-TALLY(WORK-FINDING)
           ADD 1 TO WS-FINDING-TOTAL
           IF WORK-FINDING = 1 OR WORK-FINDING = 4
                   OR WORK-FINDING = 6 OR WORK-FINDING = 10
               ADD 1 TO WS-MISSING-TOTAL
           END-IF.

       8100-CHECK-ON-MASTER.
           MOVE WS-CHAIN-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "N" TO WS-ON-MASTER-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-ON-MASTER-SW
           END-READ.

      *  Classic four-character sound code of the first word of
      *  WS-PHON-NAME, the same code CUSTPBLD and CUSTMNT index by:
      *  keep the first letter, code the following consonants
      *  (B F P V=1, C G J K Q S X Z=2, D T=3, L=4, M N=5, R=6),
      *  skip vowels and H W Y (a vowel breaks a run of the same
      *  code), collapse adjacent equal codes, pad with zeros.  A
      *  name with no leading letter keys as 0000.
       8900-BUILD-PHONETIC-KEY.
           MOVE "0000" TO WS-PHON-KEY
           MOVE 0 TO WS-PHON-POS
           MOVE SPACE TO WS-PHON-PREV-CODE
           PERFORM VARYING WS-PHON-IDX FROM 1 BY 1
                   UNTIL WS-PHON-IDX > 20
               MOVE WS-PHON-NAME(WS-PHON-IDX:1) TO WS-PHON-CHAR
               PERFORM 8910-CODE-ONE-LETTER
           END-PERFORM.

       8910-CODE-ONE-LETTER.
           EVALUATE WS-PHON-CHAR
               WHEN "B" WHEN "F" WHEN "P" WHEN "V"
                   MOVE "1" TO WS-PHON-CODE
               WHEN "C" WHEN "G" WHEN "J" WHEN "K" WHEN "Q"
               WHEN "S" WHEN "X" WHEN "Z"
                   MOVE "2" TO WS-PHON-CODE
               WHEN "D" WHEN "T"
                   MOVE "3" TO WS-PHON-CODE
               WHEN "L"
                   MOVE "4" TO WS-PHON-CODE
               WHEN "M" WHEN "N"
                   MOVE "5" TO WS-PHON-CODE
               WHEN "R"
                   MOVE "6" TO WS-PHON-CODE
               WHEN OTHER
                   MOVE "0" TO WS-PHON-CODE
           END-EVALUATE
           EVALUATE TRUE
      *        The word has ended or the key is full -- stop coding.
               WHEN WS-PHON-POS >= 4
                   CONTINUE
               WHEN WS-PHON-CHAR = SPACE AND WS-PHON-POS > 0
                   MOVE 4 TO WS-PHON-POS
               WHEN WS-PHON-POS = 0
                   IF WS-PHON-CHAR IS ALPHABETIC
                           AND WS-PHON-CHAR NOT = SPACE
                       MOVE WS-PHON-CHAR TO WS-PHON-KEY(1:1)
                       MOVE 1 TO WS-PHON-POS
                       MOVE WS-PHON-CODE TO WS-PHON-PREV-CODE
                   END-IF
               WHEN WS-PHON-CODE = "0"
                   MOVE "0" TO WS-PHON-PREV-CODE
               WHEN WS-PHON-CODE NOT = WS-PHON-PREV-CODE
                   ADD 1 TO WS-PHON-POS
                   MOVE WS-PHON-CODE
                       TO WS-PHON-KEY(WS-PHON-POS:1)
                   MOVE WS-PHON-CODE TO WS-PHON-PREV-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       9000-CLOSE-FILES.
           CLOSE CUSTOMER-MASTER
           CLOSE PHONETIC-INDEX
           IF WS-XREF-IS-OPEN
               CLOSE CUSTOMER-XREF
           END-IF
           IF WS-PSTS-IS-OPEN
               CLOSE PENDING-STATUS-FILE
           END-IF
           IF WS-SUSP-IS-OPEN
               CLOSE SUSPENSE-FILE
           END-IF
           CLOSE INTEGRITY-RPT.

      *  Examined rows go in the input column, all findings in the
      *  reject column and the rows pointing at a missing customer
      *  in the not-found column.
       9400-WRITE-CYCLE-STATS.
           OPEN EXTEND CYCLE-STAT-FILE
           IF WS-STAT-STATUS = "35"
               OPEN OUTPUT CYCLE-STAT-FILE
           END-IF
           IF WS-STAT-STATUS NOT = "00"
               DISPLAY "CYCLSTAT OPEN FAILED STATUS="
                   WS-STAT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE
           MOVE "CUSTRINT" TO STAT-PROGRAM
           MOVE WS-EXAMINED-COUNT TO STAT-INPUT-COUNT
           MOVE WS-FINDING-TOTAL TO STAT-REJECT-COUNT
           MOVE 0 TO STAT-FOUND-COUNT
           MOVE WS-MISSING-TOTAL TO STAT-NOTFND-COUNT
           MOVE 0 TO STAT-MATCHED-COUNT
           MOVE 0 TO STAT-AGED-COUNT
           MOVE SPACE TO STAT-BALANCED-SW
           WRITE CYCLE-STAT-RECORD
           CLOSE CYCLE-STAT-FILE.
