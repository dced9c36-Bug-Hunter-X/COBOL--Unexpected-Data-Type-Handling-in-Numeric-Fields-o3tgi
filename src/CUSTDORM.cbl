      ******************************************************************
      *  PROGRAM-ID: CUSTDORM
      *  Monthly dormant-account detection.  Reads CUSTOMER-MASTER in
      *  customer ID order alongside the CUSTHIST activity history
      *  (same key order) and finds each active customer's last
      *  lookup; a customer with no lookup on history falls back to
      *  CUST-DATE-OPENED.  A customer idle for at least the DORMPARM
      *  threshold is a dormant candidate and gets a PENDSTAT "I" row
      *  effective the DORMPARM lead days out, so CUSTPAPL applies
      *  the inactivation like any other scheduled change and the
      *  CUSTPMNT screen can still cancel it before then.  Customers
      *  on the DORMPARM exclusion list, and customers that already
      *  have a pending change on PENDSTAT, are listed but left
      *  alone.  Every candidate is printed on the DORMRPT review
      *  report with its last activity date and where it came from.
      *
      *  DORMPARM: the first record carries the threshold in days
      *  (columns 1-4) and the lead days to the effective date
      *  (columns 6-8); every following record carries one excluded
      *  customer ID in columns 1-10.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDORM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT CUSTOMER-HISTORY ASSIGN TO "CUSTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PENDING-STATUS-FILE ASSIGN TO "PENDSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PSTS-CUST-ID
               FILE STATUS IS WS-PSTS-STATUS.

           SELECT DORMANT-PARM ASSIGN TO "DORMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT DORMANT-RPT ASSIGN TO "DORMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  CUSTOMER-HISTORY.
       COPY HISTREC.

       FD  PENDING-STATUS-FILE.
       COPY PSTSREC.

       FD  DORMANT-PARM.
       01  PARM-RECORD.
           05  PARM-DORMANT-DAYS           PIC X(4).
           05  FILLER                      PIC X(1).
           05  PARM-LEAD-DAYS              PIC X(3).
       01  PARM-EXCLUDE-RECORD.
           05  PARM-EXCLUDE-ID             PIC X(10).

       FD  DORMANT-RPT.
       01  RPT-LINE                        PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-CUSTMAST-STATUS              PIC X(2).
       01  WS-HIST-STATUS                  PIC X(2).
       01  WS-PSTS-STATUS                  PIC X(2).
       01  WS-PARM-STATUS                  PIC X(2).
       01  WS-RPT-STATUS                   PIC X(2).
       01  WS-EOF-FLAG                     PIC X     VALUE "N".
           88  WS-END-OF-MASTER                VALUE "Y".
       01  WS-PARM-EOF-FLAG                PIC X     VALUE "N".
           88  WS-END-OF-PARM                  VALUE "Y".
       01  WS-HIST-OPEN-SW                 PIC X     VALUE "N".
           88  WS-HIST-IS-OPEN                  VALUE "Y".
       01  WS-EXCLUDED-SW                  PIC X     VALUE "N".
           88  WS-IS-EXCLUDED                   VALUE "Y".

       01  WS-DORMANT-DAYS                 PIC 9(4)  VALUE 0.
       01  WS-LEAD-DAYS                    PIC 9(3)  VALUE 0.
       01  WS-CURRENT-STAMP                PIC X(21) VALUE SPACES.
       01  WS-TODAY-DATE                   PIC X(8)  VALUE SPACES.
       01  WS-TODAY-NUM REDEFINES WS-TODAY-DATE
                                           PIC 9(8).
       01  WS-TODAY-INT                    PIC 9(7)  VALUE 0.
       01  WS-EFF-DATE                     PIC 9(8)  VALUE 0.
       01  WS-WORK-DATE                    PIC X(8)  VALUE SPACES.
       01  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
                                           PIC 9(8).
       01  WS-IDLE-DAYS                    PIC 9(5)  VALUE 0.

      *  The current history key (HIGH-VALUES once CUSTHIST is used
      *  up) and the last lookup found for the customer in hand.
       01  WS-HIST-CUST-KEY                PIC X(10) VALUE SPACES.
       01  WS-LAST-LOOKUP-DATE             PIC X(8)  VALUE SPACES.
       01  WS-LAST-ACTIVITY                PIC X(8)  VALUE SPACES.
       01  WS-ACTIVITY-SOURCE              PIC X(7)  VALUE SPACES.

       01  WS-EXAMINED-COUNT               PIC 9(6)  VALUE 0.
       01  WS-DORMANT-COUNT                PIC 9(6)  VALUE 0.
       01  WS-SCHEDULED-COUNT              PIC 9(6)  VALUE 0.
       01  WS-EXCLUDED-COUNT               PIC 9(6)  VALUE 0.
       01  WS-PENDING-COUNT                PIC 9(6)  VALUE 0.
       01  WS-NODATE-COUNT                 PIC 9(6)  VALUE 0.

       01  WS-EXCL-MAX                     PIC 9(4)  VALUE 500.
       01  WS-EXCL-COUNT                   PIC 9(4)  VALUE 0.
       01  WS-EXCL-IDX                     PIC 9(4)  VALUE 0.
       01  WS-EXCL-TABLE.
           05  WS-EXCL-ID OCCURS 500 TIMES PIC X(10).

       01  WS-DETAIL-LINE.
           05  WS-DET-DISPOSITION          PIC X(9).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DET-ID                   PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DET-NAME                 PIC X(20).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DET-LAST-DATE            PIC X(8).
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-DET-SOURCE               PIC X(7).
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-DET-IDLE-DAYS            PIC ZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DET-NEW-STATUS           PIC X(1).
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-DET-EFF-DATE             PIC X(8).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                      PIC X(17) VALUE
               "ACTIVE EXAMINED: ".
           05  WS-SUM-EXAMINED             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  FILLER                      PIC X(9)  VALUE "DORMANT: ".
           05  WS-SUM-DORMANT              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  FILLER                      PIC X(11) VALUE
               "SCHEDULED: ".
           05  WS-SUM-SCHEDULED            PIC ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                      PIC X(10) VALUE
               "EXCLUDED: ".
           05  WS-SUM-EXCLUDED             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  FILLER                      PIC X(17) VALUE
               "ALREADY PENDING: ".
           05  WS-SUM-PENDING              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  FILLER                      PIC X(9)  VALUE "NO DATE: ".
           05  WS-SUM-NODATE               PIC ZZZ,ZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER                      PIC X(11) VALUE
               "RUN DATE:  ".
           05  WS-SUM-RUN-DATE             PIC X(8).
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  FILLER                      PIC X(16) VALUE
               "THRESHOLD DAYS: ".
           05  WS-SUM-THRESHOLD            PIC ZZZ9.
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  FILLER                      PIC X(11) VALUE
               "LEAD DAYS: ".
           05  WS-SUM-LEAD                 PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           PERFORM 1000-READ-PARM
           PERFORM 1100-OPEN-FILES
           COMPUTE WS-EFF-DATE = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT + WS-LEAD-DAYS)
           PERFORM 2900-READ-HISTORY
           PERFORM UNTIL WS-END-OF-MASTER
               READ CUSTOMER-MASTER
                   AT END
                       SET WS-END-OF-MASTER TO TRUE
                   NOT AT END
                       IF CUST-STATUS-ACTIVE
                           PERFORM 2000-CHECK-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 7000-WRITE-SUMMARY
           PERFORM 9000-CLOSE-FILES
           STOP RUN.

      *  Both numbers are required -- a missing threshold must not
      *  quietly inactivate the whole book.
       1000-READ-PARM.
           OPEN INPUT DORMANT-PARM
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "DORMPARM OPEN FAILED STATUS="
                   WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ DORMANT-PARM
               AT END
                   DISPLAY "DORMPARM IS EMPTY -- THRESHOLD AND LEAD "
                       "DAYS REQUIRED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF PARM-DORMANT-DAYS NOT NUMERIC
                   OR PARM-LEAD-DAYS NOT NUMERIC
               DISPLAY "DORMPARM DAYS NOT NUMERIC: " PARM-RECORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-DORMANT-DAYS TO WS-DORMANT-DAYS
           MOVE PARM-LEAD-DAYS TO WS-LEAD-DAYS
           IF WS-DORMANT-DAYS = 0
               DISPLAY "DORMPARM THRESHOLD DAYS MUST BE ABOVE ZERO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-PARM
               READ DORMANT-PARM
                   AT END
                       SET WS-END-OF-PARM TO TRUE
                   NOT AT END
                       IF PARM-EXCLUDE-ID NOT = SPACES
                           PERFORM 1050-ADD-EXCLUSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DORMANT-PARM.

       1050-ADD-EXCLUSION.
           IF WS-EXCL-COUNT >= WS-EXCL-MAX
               DISPLAY "MORE THAN " WS-EXCL-MAX
                   " EXCLUDED IDS ON DORMPARM -- RAISE WS-EXCL-MAX"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-EXCL-COUNT
           MOVE PARM-EXCLUDE-ID TO WS-EXCL-ID(WS-EXCL-COUNT).

       1100-OPEN-FILES.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "CUSTMAST OPEN FAILED STATUS="
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    No history yet means every customer falls back to the
      *    date the account was opened.
           OPEN INPUT CUSTOMER-HISTORY
           IF WS-HIST-STATUS = "00"
               SET WS-HIST-IS-OPEN TO TRUE
           ELSE
               IF WS-HIST-STATUS NOT = "35"
                   DISPLAY "CUSTHIST OPEN FAILED STATUS="
                       WS-HIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
      *    No pending file yet just means nothing has been scheduled;
      *    it is created empty so the inactivations can be written.
           OPEN I-O PENDING-STATUS-FILE
           IF WS-PSTS-STATUS = "35"
               OPEN OUTPUT PENDING-STATUS-FILE
               CLOSE PENDING-STATUS-FILE
               OPEN I-O PENDING-STATUS-FILE
           END-IF
           IF WS-PSTS-STATUS NOT = "00"
               DISPLAY "PENDSTAT OPEN FAILED STATUS="
                   WS-PSTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DORMANT-RPT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "DORMRPT OPEN FAILED STATUS="
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-CHECK-ONE-CUSTOMER.
           ADD 1 TO WS-EXAMINED-COUNT
           PERFORM 2100-FIND-LAST-LOOKUP
           IF WS-LAST-LOOKUP-DATE NOT = SPACES
               MOVE WS-LAST-LOOKUP-DATE TO WS-LAST-ACTIVITY
               MOVE "LOOKUP" TO WS-ACTIVITY-SOURCE
           ELSE
               MOVE CUST-DATE-OPENED TO WS-LAST-ACTIVITY
               MOVE "OPENED" TO WS-ACTIVITY-SOURCE
           END-IF
           MOVE WS-LAST-ACTIVITY TO WS-WORK-DATE
           IF WS-WORK-DATE NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE-NUM)
                       NOT = 0
               ADD 1 TO WS-NODATE-COUNT
               MOVE 0 TO WS-IDLE-DAYS
               MOVE "NO DATE" TO WS-DET-DISPOSITION
               MOVE SPACES TO WS-DET-NEW-STATUS
               MOVE SPACES TO WS-DET-EFF-DATE
               PERFORM 5500-WRITE-DETAIL
           ELSE
               COMPUTE WS-IDLE-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
               IF WS-WORK-DATE < WS-TODAY-DATE
                       AND WS-IDLE-DAYS >= WS-DORMANT-DAYS
                   ADD 1 TO WS-DORMANT-COUNT
                   PERFORM 3000-HANDLE-CANDIDATE
               END-IF
           END-IF.

      *  CUSTHIST and CUSTMAST both read in customer ID order, so the
      *  history is consumed in step with the master: rows for IDs
      *  no longer on the master are passed over, and only lookup
      *  rows count as activity -- maintenance is not a sign anyone
      *  is still using the account.  Rows within one customer come
      *  back in time order, so the last lookup read is the latest.
       2100-FIND-LAST-LOOKUP.
           MOVE SPACES TO WS-LAST-LOOKUP-DATE
           PERFORM UNTIL WS-HIST-CUST-KEY >= CUST-ID
               PERFORM 2900-READ-HISTORY
           END-PERFORM
           PERFORM UNTIL WS-HIST-CUST-KEY NOT = CUST-ID
               IF HIST-TYPE-LOOKUP
                   MOVE HIST-TIMESTAMP(1:8) TO WS-LAST-LOOKUP-DATE
               END-IF
               PERFORM 2900-READ-HISTORY
           END-PERFORM.

       2900-READ-HISTORY.
           IF WS-HIST-IS-OPEN
               READ CUSTOMER-HISTORY
                   AT END
                       MOVE HIGH-VALUES TO WS-HIST-CUST-KEY
                   NOT AT END
                       MOVE HIST-CUST-ID TO WS-HIST-CUST-KEY
               END-READ
           ELSE
               MOVE HIGH-VALUES TO WS-HIST-CUST-KEY
           END-IF.

      *  An excluded customer is only listed.  A customer who already
      *  has a pending change keeps it -- the operator who scheduled
      *  it knows more than this run does -- and is listed with the
      *  change already on file.
       3000-HANDLE-CANDIDATE.
           MOVE "N" TO WS-EXCLUDED-SW
           PERFORM VARYING WS-EXCL-IDX FROM 1 BY 1
                   UNTIL WS-EXCL-IDX > WS-EXCL-COUNT
               IF WS-EXCL-ID(WS-EXCL-IDX) = CUST-ID
                   SET WS-IS-EXCLUDED TO TRUE
                   MOVE WS-EXCL-COUNT TO WS-EXCL-IDX
               END-IF
           END-PERFORM
           IF WS-IS-EXCLUDED
               ADD 1 TO WS-EXCLUDED-COUNT
               MOVE "EXCLUDED" TO WS-DET-DISPOSITION
               MOVE SPACES TO WS-DET-NEW-STATUS
               MOVE SPACES TO WS-DET-EFF-DATE
               PERFORM 5500-WRITE-DETAIL
           ELSE
               MOVE CUST-ID TO PSTS-CUST-ID
               READ PENDING-STATUS-FILE
                   INVALID KEY
                       PERFORM 3100-SCHEDULE-INACTIVATION
                   NOT INVALID KEY
                       ADD 1 TO WS-PENDING-COUNT
                       MOVE "PENDING" TO WS-DET-DISPOSITION
                       MOVE PSTS-NEW-STATUS TO WS-DET-NEW-STATUS
                       MOVE PSTS-EFF-DATE TO WS-DET-EFF-DATE
                       PERFORM 5500-WRITE-DETAIL
               END-READ
           END-IF.

       3100-SCHEDULE-INACTIVATION.
           MOVE SPACES TO PENDING-STATUS-RECORD
           MOVE CUST-ID TO PSTS-CUST-ID
           SET PSTS-STATUS-INACTIVE TO TRUE
           MOVE WS-EFF-DATE TO PSTS-EFF-DATE
           WRITE PENDING-STATUS-RECORD
               INVALID KEY
                   DISPLAY "PENDSTAT WRITE FAILED FOR " CUST-ID
                       " STATUS=" WS-PSTS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-SCHEDULED-COUNT
           MOVE "SCHEDULED" TO WS-DET-DISPOSITION
           MOVE PSTS-NEW-STATUS TO WS-DET-NEW-STATUS
           MOVE PSTS-EFF-DATE TO WS-DET-EFF-DATE
           PERFORM 5500-WRITE-DETAIL.

       5500-WRITE-DETAIL.
           MOVE CUST-ID TO WS-DET-ID
           MOVE CUST-NAME TO WS-DET-NAME
           MOVE WS-LAST-ACTIVITY TO WS-DET-LAST-DATE
           MOVE WS-ACTIVITY-SOURCE TO WS-DET-SOURCE
           MOVE WS-IDLE-DAYS TO WS-DET-IDLE-DAYS
           MOVE SPACES TO RPT-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       7000-WRITE-SUMMARY.
           MOVE WS-EXAMINED-COUNT TO WS-SUM-EXAMINED
           MOVE WS-DORMANT-COUNT TO WS-SUM-DORMANT
           MOVE WS-SCHEDULED-COUNT TO WS-SUM-SCHEDULED
           MOVE SPACES TO RPT-LINE
           MOVE WS-SUMMARY-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-EXCLUDED-COUNT TO WS-SUM-EXCLUDED
           MOVE WS-PENDING-COUNT TO WS-SUM-PENDING
           MOVE WS-NODATE-COUNT TO WS-SUM-NODATE
           MOVE SPACES TO RPT-LINE
           MOVE WS-SUMMARY-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TODAY-DATE TO WS-SUM-RUN-DATE
           MOVE WS-DORMANT-DAYS TO WS-SUM-THRESHOLD
           MOVE WS-LEAD-DAYS TO WS-SUM-LEAD
           MOVE SPACES TO RPT-LINE
           MOVE WS-SUMMARY-LINE-3 TO RPT-LINE
           WRITE RPT-LINE.

       9000-CLOSE-FILES.
           CLOSE CUSTOMER-MASTER
           IF WS-HIST-IS-OPEN
               CLOSE CUSTOMER-HISTORY
           END-IF
           CLOSE PENDING-STATUS-FILE
           CLOSE DORMANT-RPT.
