      ******************************************************************
      *  PROGRAM-ID: CUSTPROF
      *  Month-end portfolio profile of the customer base itself, to
      *  sit beside the CUSTMTRD cycle trend report.  Reads
      *  CUSTOMER-MASTER end to end and counts the customers by
      *  status, by ID type (with the legacy numeric IDs that still
      *  have no CUSTXREF entry), by state and by the year they were
      *  opened, and counts the accounts opened in each of the twelve
      *  months ending with the report month named on PROFPARM.  It
      *  then lists the closures CUSTPAPL applied and the merges
      *  CUSTMRGE applied during the report month, taken from the
      *  CUSTJRNL maintenance journal, with the ID each merged
      *  customer now resolves to.  The month's totals are appended
      *  to the PROFHIST snapshot history and compared with the
      *  snapshots for the month before and the same month a year
      *  before, so the movement in the base shows month over month
      *  and year over year.  Run it at month end, after the last
      *  nightly cycle of the month -- the master counts are the file
      *  as it stands when the report runs.
      *
      *  PROFPARM: the report month YYYYMM in columns 1-6.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPROF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT CUSTOMER-XREF ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XREF-LEGACY-ID
               FILE STATUS IS WS-XREF-STATUS.

           SELECT MAINT-JOURNAL ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT PROFILE-PARM ASSIGN TO "PROFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SNAPSHOT-HISTORY ASSIGN TO "PROFHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT PROFILE-RPT ASSIGN TO "PROFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  CUSTOMER-XREF.
       COPY XREFREC.

       FD  MAINT-JOURNAL.
       COPY MNTJRNL.

       FD  PROFILE-PARM.
       01  PARM-RECORD.
           05  PARM-REPORT-MONTH           PIC X(6).

       FD  SNAPSHOT-HISTORY.
       COPY PROFSNAP.

       FD  PROFILE-RPT.
       01  RPT-LINE                        PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-CUSTMAST-STATUS              PIC X(2).
       01  WS-XREF-STATUS                  PIC X(2).
       01  WS-JRNL-STATUS                  PIC X(2).
       01  WS-PARM-STATUS                  PIC X(2).
       01  WS-SNAP-STATUS                  PIC X(2).
       01  WS-RPT-STATUS                   PIC X(2).
       01  WS-XREF-OPEN-SW                 PIC X     VALUE "N".
           88  WS-XREF-IS-OPEN                 VALUE "Y".
       01  WS-MASTER-EOF-FLAG              PIC X     VALUE "N".
           88  WS-END-OF-MASTER                VALUE "Y".
       01  WS-JRNL-EOF-FLAG                PIC X     VALUE "N".
           88  WS-END-OF-JOURNAL               VALUE "Y".
       01  WS-SNAP-EOF-FLAG                PIC X     VALUE "N".
           88  WS-END-OF-SNAPSHOTS             VALUE "Y".
       01  WS-PRIOR-FOUND-SW               PIC X     VALUE "N".
           88  WS-PRIOR-FOUND                  VALUE "Y".
       01  WS-YEAR-AGO-FOUND-SW            PIC X     VALUE "N".
           88  WS-YEAR-AGO-FOUND               VALUE "Y".
       01  WS-RERUN-SW                     PIC X     VALUE "N".
           88  WS-MONTH-RERUN                  VALUE "Y".

       01  WS-CURRENT-STAMP                PIC X(21) VALUE SPACES.
       01  WS-RUN-DATE                     PIC X(8)  VALUE SPACES.
       01  WS-REPORT-MONTH                 PIC X(6)  VALUE SPACES.
       01  WS-PRIOR-MONTH                  PIC X(6)  VALUE SPACES.
       01  WS-YEAR-AGO-MONTH               PIC X(6)  VALUE SPACES.
       01  WS-WORK-YEAR                    PIC 9(4)  VALUE 0.
       01  WS-WORK-MONTH                   PIC 9(2)  VALUE 0.
       01  WS-BASE-MONTH-NO                PIC 9(6)  VALUE 0.
       01  WS-OPEN-MONTH-NO                PIC 9(6)  VALUE 0.
       01  WS-WORK-DATE                    PIC X(8)  VALUE SPACES.
       01  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
                                           PIC 9(8).

      *  The ten month-end totals, in PROFSNAP order, so the movement
      *  section can walk them against the prior and year-ago
      *  snapshots as a table.
       01  WS-CUR-COUNTS.
           05  WS-TOTAL-COUNT              PIC 9(9)  VALUE 0.
           05  WS-ACTIVE-COUNT             PIC 9(9)  VALUE 0.
           05  WS-INACTIVE-COUNT           PIC 9(9)  VALUE 0.
           05  WS-CLOSED-COUNT             PIC 9(9)  VALUE 0.
           05  WS-NUMERIC-COUNT            PIC 9(9)  VALUE 0.
           05  WS-ALPHA-COUNT              PIC 9(9)  VALUE 0.
           05  WS-NO-XREF-COUNT            PIC 9(9)  VALUE 0.
           05  WS-OPENED-COUNT             PIC 9(9)  VALUE 0.
           05  WS-CLOSURE-COUNT            PIC 9(9)  VALUE 0.
           05  WS-MERGE-COUNT              PIC 9(9)  VALUE 0.
       01  WS-CUR-COUNT-TABLE REDEFINES WS-CUR-COUNTS.
           05  WS-CUR-COUNT                PIC 9(9) OCCURS 10 TIMES.
       01  WS-PRI-COUNT-TABLE.
           05  WS-PRI-COUNT                PIC 9(9) OCCURS 10 TIMES.
       01  WS-YAG-COUNT-TABLE.
           05  WS-YAG-COUNT                PIC 9(9) OCCURS 10 TIMES.
       01  WS-METRIC-IDX                   PIC 9(2)  VALUE 0.
       01  WS-CHANGE                       PIC S9(9) VALUE 0.

       01  WS-METRIC-LABEL-VALUES.
           05  FILLER                      PIC X(24) VALUE
               "CUSTOMERS ON FILE".
           05  FILLER                      PIC X(24) VALUE
               "  ACTIVE".
           05  FILLER                      PIC X(24) VALUE
               "  INACTIVE".
           05  FILLER                      PIC X(24) VALUE
               "  CLOSED".
           05  FILLER                      PIC X(24) VALUE
               "NUMERIC LEGACY IDS".
           05  FILLER                      PIC X(24) VALUE
               "ALPHANUMERIC IDS".
           05  FILLER                      PIC X(24) VALUE
               "NUMERIC IDS NO CUSTXREF".
           05  FILLER                      PIC X(24) VALUE
               "OPENED IN MONTH".
           05  FILLER                      PIC X(24) VALUE
               "CLOSED BY CUSTPAPL".
           05  FILLER                      PIC X(24) VALUE
               "MERGED BY CUSTMRGE".
       01  WS-METRIC-LABEL-TABLE REDEFINES WS-METRIC-LABEL-VALUES.
           05  WS-METRIC-LABEL             PIC X(24) OCCURS 10 TIMES.

       01  WS-OTHER-STATUS-COUNT           PIC 9(9)  VALUE 0.
       01  WS-OTHER-TYPE-COUNT             PIC 9(9)  VALUE 0.
       01  WS-NO-DATE-COUNT                PIC 9(9)  VALUE 0.
       01  WS-INACTIVATED-COUNT            PIC 9(9)  VALUE 0.
       01  WS-REACTIVATED-COUNT            PIC 9(9)  VALUE 0.
       01  WS-PRF-VALUE                    PIC 9(9)  VALUE 0.
       01  WS-PCT                          PIC 9(3)V9(2) VALUE 0.

      *  States are kept in code order as they turn up; a blank
      *  state sorts first.
       01  WS-STATE-MAX                    PIC 9(3)  VALUE 100.
       01  WS-STATE-COUNT                  PIC 9(3)  VALUE 0.
       01  WS-STATE-IDX                    PIC 9(3)  VALUE 0.
       01  WS-STATE-SLOT                   PIC 9(3)  VALUE 0.
       01  WS-STATE-TABLE.
           05  WS-STATE-ENTRY OCCURS 100 TIMES.
               10  WS-ST-CODE              PIC X(2).
               10  WS-ST-TALLY             PIC 9(9).

      *  Opening years 1900 through 2099, by year minus 1899.
       01  WS-YEAR-BASE                    PIC 9(4)  VALUE 1899.
       01  WS-YEAR-IDX                     PIC 9(3)  VALUE 0.
       01  WS-YEAR-TABLE.
           05  WS-YEAR-TALLY               PIC 9(9) OCCURS 200 TIMES.

      *  The twelve months ending with the report month, oldest
      *  first -- entry 12 is the report month itself.
       01  WS-TTM-IDX                      PIC 9(2)  VALUE 0.
       01  WS-TTM-TABLE.
           05  WS-TTM-ENTRY OCCURS 12 TIMES.
               10  WS-TTM-MONTH            PIC X(6).
               10  WS-TTM-TALLY            PIC 9(9).

       COPY STATZIP.

       01  WS-TITLE-LINE.
           05  FILLER                      PIC X(36) VALUE
               "CUSTOMER PORTFOLIO PROFILE -- MONTH ".
           05  WS-TTL-MONTH                PIC X(6).
           05  FILLER                      PIC X(8)  VALUE "   RUN  ".
           05  WS-TTL-RUN-DATE             PIC X(8).

       01  WS-SECTION-LINE.
           05  WS-SEC-TITLE                PIC X(60).

       01  WS-PROFILE-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRF-LABEL                PIC X(30).
           05  WS-PRF-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRF-PCT                  PIC ZZ9.99.
           05  FILLER                      PIC X(1)  VALUE "%".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-PRF-NOTE                 PIC X(30) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-CNT-LABEL                PIC X(30).
           05  WS-CNT-COUNT                PIC ZZZ,ZZZ,ZZ9.

       01  WS-ACTIVITY-HEADING.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(8)  VALUE "DATE".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(6)  VALUE "ACTION".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE "CUST ID".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE "NAME".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(12) VALUE
               "NOW RESOLVES".

       01  WS-ACTIVITY-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ACT-DATE                 PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ACT-ACTION               PIC X(6).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ACT-CUST-ID              PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ACT-NAME                 PIC X(20).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ACT-SURVIVOR             PIC X(10).

       01  WS-COMPARE-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-CMP-TAG                  PIC X(16).
           05  WS-CMP-MONTH                PIC X(6).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-CMP-NOTE                 PIC X(40).

       01  WS-MOVEMENT-HEADING.
           05  FILLER                      PIC X(24) VALUE "MEASURE".
           05  FILLER                      PIC X(11) VALUE
               " THIS MONTH".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(11) VALUE
               "PRIOR MONTH".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(12) VALUE
               "   MOM MOVE".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(11) VALUE
               "   YEAR AGO".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(12) VALUE
               "   YOY MOVE".

       01  WS-MOVEMENT-LINE.
           05  WS-MOV-LABEL                PIC X(24).
           05  WS-MOV-CURRENT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-MOV-PRIOR                PIC X(11).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-MOV-MOM                  PIC X(12).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-MOV-YEAR-AGO             PIC X(11).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-MOV-YOY                  PIC X(12).

       01  WS-EDIT-COUNT                   PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-CHANGE                  PIC ++++,+++,++9.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE ZEROS TO WS-PRI-COUNT-TABLE
           MOVE ZEROS TO WS-YAG-COUNT-TABLE
           MOVE ZEROS TO WS-YEAR-TABLE
           PERFORM 1000-READ-PARM
           PERFORM 1100-OPEN-FILES
           PERFORM 2000-PROFILE-MASTER
           PERFORM 4000-WRITE-PROFILE-SECTIONS
           PERFORM 5000-WRITE-JOURNAL-ACTIVITY
           PERFORM 6000-LOAD-SNAPSHOTS
           PERFORM 7000-WRITE-MOVEMENT-SECTION
           PERFORM 8000-APPEND-SNAPSHOT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.

       1000-READ-PARM.
           OPEN INPUT PROFILE-PARM
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "PROFPARM OPEN FAILED STATUS="
                   WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PROFILE-PARM
               AT END
                   DISPLAY "PROFPARM IS EMPTY -- REPORT MONTH "
                       "REQUIRED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF PARM-REPORT-MONTH NOT NUMERIC
                   OR PARM-REPORT-MONTH(5:2) < "01"
                   OR PARM-REPORT-MONTH(5:2) > "12"
               DISPLAY "PROFPARM REPORT MONTH NOT VALID: "
                   PARM-REPORT-MONTH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-REPORT-MONTH TO WS-REPORT-MONTH
           CLOSE PROFILE-PARM
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP(1:8) TO WS-RUN-DATE
           PERFORM 1050-DERIVE-COMPARE-MONTHS.

      *  The prior month, the same month a year back, and the twelve
      *  months ending with the report month for the opened-by-month
      *  counts.  Months are numbered year * 12 + month so an opening
      *  date can be placed in the window with one subtraction.
       1050-DERIVE-COMPARE-MONTHS.
           MOVE WS-REPORT-MONTH(1:4) TO WS-WORK-YEAR
           MOVE WS-REPORT-MONTH(5:2) TO WS-WORK-MONTH
           COMPUTE WS-BASE-MONTH-NO =
               WS-WORK-YEAR * 12 + WS-WORK-MONTH
           SUBTRACT 1 FROM WS-WORK-YEAR
           MOVE WS-WORK-YEAR TO WS-YEAR-AGO-MONTH(1:4)
           MOVE WS-WORK-MONTH TO WS-YEAR-AGO-MONTH(5:2)
           ADD 1 TO WS-WORK-YEAR
           PERFORM VARYING WS-TTM-IDX FROM 12 BY -1
                   UNTIL WS-TTM-IDX < 1
               MOVE WS-WORK-YEAR TO WS-TTM-MONTH(WS-TTM-IDX)(1:4)
               MOVE WS-WORK-MONTH TO WS-TTM-MONTH(WS-TTM-IDX)(5:2)
               MOVE 0 TO WS-TTM-TALLY(WS-TTM-IDX)
               IF WS-WORK-MONTH = 1
                   SUBTRACT 1 FROM WS-WORK-YEAR
                   MOVE 12 TO WS-WORK-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-WORK-MONTH
               END-IF
           END-PERFORM
           MOVE WS-TTM-MONTH(11) TO WS-PRIOR-MONTH.

       1100-OPEN-FILES.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "CUSTMAST OPEN FAILED STATUS="
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    With no CUSTXREF built yet every numeric ID is counted as
      *    having no entry, and merges show no surviving ID.
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
           OPEN INPUT MAINT-JOURNAL
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "CUSTJRNL OPEN FAILED STATUS="
                   WS-JRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PROFILE-RPT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "PROFRPT OPEN FAILED STATUS="
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-PROFILE-MASTER.
           PERFORM UNTIL WS-END-OF-MASTER
               READ CUSTOMER-MASTER
                   AT END
                       SET WS-END-OF-MASTER TO TRUE
                   NOT AT END
                       PERFORM 2100-PROFILE-ONE-CUSTOMER
               END-READ
           END-PERFORM
           MOVE WS-TTM-TALLY(12) TO WS-OPENED-COUNT.

       2100-PROFILE-ONE-CUSTOMER.
           ADD 1 TO WS-TOTAL-COUNT
           EVALUATE TRUE
               WHEN CUST-STATUS-ACTIVE
                   ADD 1 TO WS-ACTIVE-COUNT
               WHEN CUST-STATUS-INACTIVE
                   ADD 1 TO WS-INACTIVE-COUNT
               WHEN CUST-STATUS-CLOSED
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OTHER-STATUS-COUNT
           END-EVALUATE
           EVALUATE TRUE
               WHEN CUST-ID-TYPE-NUMERIC
                   ADD 1 TO WS-NUMERIC-COUNT
                   PERFORM 2400-CHECK-LEGACY-XREF
               WHEN CUST-ID-TYPE-ALPHA
                   ADD 1 TO WS-ALPHA-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OTHER-TYPE-COUNT
           END-EVALUATE
           PERFORM 2200-COUNT-STATE
           PERFORM 2300-COUNT-OPENED.

      *  Find the state's place in the code-ordered table; a state
      *  not seen before is inserted there, the higher codes moving
      *  down one entry.
       2200-COUNT-STATE.
           MOVE 0 TO WS-STATE-SLOT
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-COUNT
               IF WS-ST-CODE(WS-STATE-IDX) >= CUST-STATE
                   MOVE WS-STATE-IDX TO WS-STATE-SLOT
                   MOVE WS-STATE-COUNT TO WS-STATE-IDX
               END-IF
           END-PERFORM
           IF WS-STATE-SLOT = 0
               PERFORM 2250-CHECK-STATE-ROOM
               ADD 1 TO WS-STATE-COUNT
               MOVE WS-STATE-COUNT TO WS-STATE-SLOT
               MOVE CUST-STATE TO WS-ST-CODE(WS-STATE-SLOT)
               MOVE 0 TO WS-ST-TALLY(WS-STATE-SLOT)
           ELSE
               IF WS-ST-CODE(WS-STATE-SLOT) NOT = CUST-STATE
                   PERFORM 2250-CHECK-STATE-ROOM
                   PERFORM VARYING WS-STATE-IDX FROM WS-STATE-COUNT
                           BY -1 UNTIL WS-STATE-IDX < WS-STATE-SLOT
                       MOVE WS-STATE-ENTRY(WS-STATE-IDX)
                           TO WS-STATE-ENTRY(WS-STATE-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-STATE-COUNT
                   MOVE CUST-STATE TO WS-ST-CODE(WS-STATE-SLOT)
                   MOVE 0 TO WS-ST-TALLY(WS-STATE-SLOT)
               END-IF
           END-IF
           ADD 1 TO WS-ST-TALLY(WS-STATE-SLOT).

       2250-CHECK-STATE-ROOM.
           IF WS-STATE-COUNT >= WS-STATE-MAX
               DISPLAY "MORE THAN " WS-STATE-MAX
                   " DISTINCT STATES ON CUSTMAST -- RAISE WS-STATE-MAX"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *  A blank, non-numeric or impossible opening date, or a year
      *  outside the table, is counted as no date rather than guessed.
       2300-COUNT-OPENED.
           MOVE CUST-DATE-OPENED TO WS-WORK-DATE
           IF WS-WORK-DATE NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE-NUM)
                       NOT = 0
                   OR WS-WORK-DATE(1:4) < "1900"
                   OR WS-WORK-DATE(1:4) > "2099"
               ADD 1 TO WS-NO-DATE-COUNT
           ELSE
               MOVE WS-WORK-DATE(1:4) TO WS-WORK-YEAR
               MOVE WS-WORK-DATE(5:2) TO WS-WORK-MONTH
               COMPUTE WS-YEAR-IDX = WS-WORK-YEAR - WS-YEAR-BASE
               ADD 1 TO WS-YEAR-TALLY(WS-YEAR-IDX)
               COMPUTE WS-OPEN-MONTH-NO =
                   WS-WORK-YEAR * 12 + WS-WORK-MONTH
               IF WS-OPEN-MONTH-NO <= WS-BASE-MONTH-NO
                       AND WS-OPEN-MONTH-NO + 11 >= WS-BASE-MONTH-NO
                   COMPUTE WS-TTM-IDX = WS-OPEN-MONTH-NO + 12
                       - WS-BASE-MONTH-NO
                   ADD 1 TO WS-TTM-TALLY(WS-TTM-IDX)
               END-IF
           END-IF.

      *  A legacy numeric ID still on the master is mapped when
      *  CUSTXREF carries a row under that ID.
       2400-CHECK-LEGACY-XREF.
           IF WS-XREF-IS-OPEN
               MOVE CUST-ID TO XREF-LEGACY-ID
               READ CUSTOMER-XREF
                   INVALID KEY
                       ADD 1 TO WS-NO-XREF-COUNT
               END-READ
           ELSE
               ADD 1 TO WS-NO-XREF-COUNT
           END-IF.

       4000-WRITE-PROFILE-SECTIONS.
           MOVE WS-REPORT-MONTH TO WS-TTL-MONTH
           MOVE WS-RUN-DATE TO WS-TTL-RUN-DATE
           MOVE SPACES TO RPT-LINE
           MOVE WS-TITLE-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "CUSTOMERS BY STATUS" TO WS-SEC-TITLE
           PERFORM 4900-WRITE-SECTION-TITLE
           MOVE "ACTIVE" TO WS-PRF-LABEL
           MOVE WS-ACTIVE-COUNT TO WS-PRF-VALUE
           PERFORM 4800-WRITE-PROFILE-LINE
           MOVE "INACTIVE" TO WS-PRF-LABEL
           MOVE WS-INACTIVE-COUNT TO WS-PRF-VALUE
           PERFORM 4800-WRITE-PROFILE-LINE
           MOVE "CLOSED" TO WS-PRF-LABEL
           MOVE WS-CLOSED-COUNT TO WS-PRF-VALUE
           PERFORM 4800-WRITE-PROFILE-LINE
           IF WS-OTHER-STATUS-COUNT > 0
               MOVE "OTHER STATUS CODE" TO WS-PRF-LABEL
               MOVE WS-OTHER-STATUS-COUNT TO WS-PRF-VALUE
               PERFORM 4800-WRITE-PROFILE-LINE
           END-IF
           MOVE "TOTAL CUSTOMERS" TO WS-PRF-LABEL
           MOVE WS-TOTAL-COUNT TO WS-PRF-VALUE
           PERFORM 4800-WRITE-PROFILE-LINE
           MOVE "CUSTOMERS BY ID TYPE" TO WS-SEC-TITLE
           PERFORM 4900-WRITE-SECTION-TITLE
           MOVE "NUMERIC (LEGACY)" TO WS-PRF-LABEL
           MOVE WS-NUMERIC-COUNT TO WS-PRF-VALUE
           PERFORM 4800-WRITE-PROFILE-LINE
           MOVE "  OF WHICH NO CUSTXREF ENTRY" TO WS-PRF-LABEL
           MOVE WS-NO-XREF-COUNT TO WS-PRF-VALUE
           PERFORM 4800-WRITE-PROFILE-LINE
           MOVE "ALPHANUMERIC" TO WS-PRF-LABEL
           MOVE WS-ALPHA-COUNT TO WS-PRF-VALUE
           PERFORM 4800-WRITE-PROFILE-LINE
           IF WS-OTHER-TYPE-COUNT > 0
               MOVE "OTHER ID TYPE CODE" TO WS-PRF-LABEL
               MOVE WS-OTHER-TYPE-COUNT TO WS-PRF-VALUE
               PERFORM 4800-WRITE-PROFILE-LINE
           END-IF
           PERFORM 4100-WRITE-STATE-SECTION
           PERFORM 4200-WRITE-YEAR-SECTION
           PERFORM 4300-WRITE-OPENED-SECTION.

      *  Each state is checked against the STATZIP state table so a
      *  code the address edits would refuse stands out.
       4100-WRITE-STATE-SECTION.
           MOVE "CUSTOMERS BY STATE" TO WS-SEC-TITLE
           PERFORM 4900-WRITE-SECTION-TITLE
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-COUNT
               MOVE "N" TO WS-SZ-STATE-SW
               PERFORM VARYING WS-SZ-IDX FROM 1 BY 1
                       UNTIL WS-SZ-IDX > WS-SZ-COUNT
                   IF WS-SZ-STATE(WS-SZ-IDX)
                           = WS-ST-CODE(WS-STATE-IDX)
                       SET WS-SZ-STATE-FOUND TO TRUE
                       MOVE WS-SZ-COUNT TO WS-SZ-IDX
                   END-IF
               END-PERFORM
               IF WS-ST-CODE(WS-STATE-IDX) = SPACES
                   MOVE "(NO STATE)" TO WS-PRF-LABEL
               ELSE
                   MOVE WS-ST-CODE(WS-STATE-IDX) TO WS-PRF-LABEL
               END-IF
               MOVE WS-ST-TALLY(WS-STATE-IDX) TO WS-PRF-VALUE
               IF NOT WS-SZ-STATE-FOUND
                   MOVE "NOT A VALID STATE CODE" TO WS-PRF-NOTE
               END-IF
               PERFORM 4800-WRITE-PROFILE-LINE
           END-PERFORM.

       4200-WRITE-YEAR-SECTION.
           MOVE "CUSTOMERS BY YEAR OPENED" TO WS-SEC-TITLE
           PERFORM 4900-WRITE-SECTION-TITLE
           PERFORM VARYING WS-YEAR-IDX FROM 1 BY 1
                   UNTIL WS-YEAR-IDX > 200
               IF WS-YEAR-TALLY(WS-YEAR-IDX) > 0
                   COMPUTE WS-WORK-YEAR = WS-YEAR-IDX + WS-YEAR-BASE
                   MOVE WS-WORK-YEAR TO WS-PRF-LABEL
                   MOVE WS-YEAR-TALLY(WS-YEAR-IDX) TO WS-PRF-VALUE
                   PERFORM 4800-WRITE-PROFILE-LINE
               END-IF
           END-PERFORM
           IF WS-NO-DATE-COUNT > 0
               MOVE "(NO VALID OPENING DATE)" TO WS-PRF-LABEL
               MOVE WS-NO-DATE-COUNT TO WS-PRF-VALUE
               PERFORM 4800-WRITE-PROFILE-LINE
           END-IF.

      *  Every month of the twelve is listed, a month with no new
      *  accounts included, so a gap reads as zero and not as missing.
       4300-WRITE-OPENED-SECTION.
           MOVE "ACCOUNTS OPENED BY MONTH -- LAST TWELVE MONTHS"
               TO WS-SEC-TITLE
           PERFORM 4900-WRITE-SECTION-TITLE
           PERFORM VARYING WS-TTM-IDX FROM 1 BY 1
                   UNTIL WS-TTM-IDX > 12
               MOVE WS-TTM-MONTH(WS-TTM-IDX) TO WS-PRF-LABEL
               MOVE WS-TTM-TALLY(WS-TTM-IDX) TO WS-PRF-VALUE
               PERFORM 4800-WRITE-PROFILE-LINE
           END-PERFORM.

      *  The caller sets the label, the count in WS-PRF-VALUE and
      *  any note; the share of all customers is worked out here and
      *  the note cleared for the next line.
       4800-WRITE-PROFILE-LINE.
           MOVE WS-PRF-VALUE TO WS-PRF-COUNT
           MOVE 0 TO WS-PCT
           IF WS-TOTAL-COUNT > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-PRF-VALUE * 100 / WS-TOTAL-COUNT
           END-IF
           MOVE WS-PCT TO WS-PRF-PCT
           MOVE SPACES TO RPT-LINE
           MOVE WS-PROFILE-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-PRF-NOTE.

       4900-WRITE-SECTION-TITLE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *  Closures are CUSTPAPL change rows that took the customer to
      *  status C from anything else; merges are the CUSTMRGE rows,
      *  whose before image is the retired record.  Denied attempts
      *  changed nothing and are passed over.  The inactivations and
      *  reactivations CUSTPAPL applied are counted alongside.
       5000-WRITE-JOURNAL-ACTIVITY.
           MOVE "CLOSURES AND MERGES APPLIED IN THE MONTH (CUSTJRNL)"
               TO WS-SEC-TITLE
           PERFORM 4900-WRITE-SECTION-TITLE
           MOVE SPACES TO RPT-LINE
           MOVE WS-ACTIVITY-HEADING TO RPT-LINE
           WRITE RPT-LINE
           PERFORM UNTIL WS-END-OF-JOURNAL
               READ MAINT-JOURNAL
                   AT END
                       SET WS-END-OF-JOURNAL TO TRUE
                   NOT AT END
                       IF MJRN-TIMESTAMP(1:6) = WS-REPORT-MONTH
                               AND NOT MJRN-DENIED
                           PERFORM 5100-CHECK-ONE-JOURNAL-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CLOSURE-COUNT = 0 AND WS-MERGE-COUNT = 0
               MOVE SPACES TO RPT-LINE
               MOVE "  NO CLOSURES OR MERGES IN THE MONTH" TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "CLOSED BY CUSTPAPL" TO WS-CNT-LABEL
           MOVE WS-CLOSURE-COUNT TO WS-CNT-COUNT
           PERFORM 5800-WRITE-COUNT-LINE
           MOVE "INACTIVATED BY CUSTPAPL" TO WS-CNT-LABEL
           MOVE WS-INACTIVATED-COUNT TO WS-CNT-COUNT
           PERFORM 5800-WRITE-COUNT-LINE
           MOVE "REACTIVATED BY CUSTPAPL" TO WS-CNT-LABEL
           MOVE WS-REACTIVATED-COUNT TO WS-CNT-COUNT
           PERFORM 5800-WRITE-COUNT-LINE
           MOVE "MERGED BY CUSTMRGE" TO WS-CNT-LABEL
           MOVE WS-MERGE-COUNT TO WS-CNT-COUNT
           PERFORM 5800-WRITE-COUNT-LINE.

       5100-CHECK-ONE-JOURNAL-ROW.
           IF MJRN-USER-ID = "CUSTPAPL" AND MJRN-FUNC-CHANGE
                   AND MJRN-AFTER-IMAGE(32:1)
                       NOT = MJRN-BEFORE-IMAGE(32:1)
               EVALUATE MJRN-AFTER-IMAGE(32:1)
                   WHEN "C"
                       ADD 1 TO WS-CLOSURE-COUNT
                       MOVE "CLOSED" TO WS-ACT-ACTION
                       MOVE MJRN-AFTER-IMAGE(1:10) TO WS-ACT-CUST-ID
                       MOVE MJRN-AFTER-IMAGE(12:20) TO WS-ACT-NAME
                       MOVE SPACES TO WS-ACT-SURVIVOR
                       PERFORM 5500-WRITE-ACTIVITY-LINE
                   WHEN "I"
                       ADD 1 TO WS-INACTIVATED-COUNT
                   WHEN "A"
                       ADD 1 TO WS-REACTIVATED-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF MJRN-USER-ID = "CUSTMRGE" AND MJRN-FUNC-MERGE
               ADD 1 TO WS-MERGE-COUNT
               MOVE "MERGED" TO WS-ACT-ACTION
               MOVE MJRN-BEFORE-IMAGE(1:10) TO WS-ACT-CUST-ID
               MOVE MJRN-BEFORE-IMAGE(12:20) TO WS-ACT-NAME
               PERFORM 5200-FIND-SURVIVOR
               PERFORM 5500-WRITE-ACTIVITY-LINE
           END-IF.

      *  CUSTMRGE points the retired ID's CUSTXREF row at the
      *  survivor, and repoints it again if the survivor is merged
      *  in turn, so the row gives the ID the customer answers to now.
       5200-FIND-SURVIVOR.
           MOVE SPACES TO WS-ACT-SURVIVOR
           IF WS-XREF-IS-OPEN
               MOVE MJRN-BEFORE-IMAGE(1:10) TO XREF-LEGACY-ID
               READ CUSTOMER-XREF
                   INVALID KEY
                       MOVE "NO XREF" TO WS-ACT-SURVIVOR
                   NOT INVALID KEY
                       MOVE XREF-CUST-ID TO WS-ACT-SURVIVOR
               END-READ
           END-IF.

       5500-WRITE-ACTIVITY-LINE.
           MOVE MJRN-TIMESTAMP(1:8) TO WS-ACT-DATE
           MOVE SPACES TO RPT-LINE
           MOVE WS-ACTIVITY-LINE TO RPT-LINE
           WRITE RPT-LINE.

       5800-WRITE-COUNT-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *  The last snapshot row for a month wins, so a rerun month
      *  compares against its latest numbers.  No history yet is not
      *  an error -- the first month simply has nothing to compare.
       6000-LOAD-SNAPSHOTS.
           OPEN INPUT SNAPSHOT-HISTORY
           IF WS-SNAP-STATUS = "35"
               SET WS-END-OF-SNAPSHOTS TO TRUE
           ELSE
               IF WS-SNAP-STATUS NOT = "00"
                   DISPLAY "PROFHIST OPEN FAILED STATUS="
                       WS-SNAP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-END-OF-SNAPSHOTS
               READ SNAPSHOT-HISTORY
                   AT END
                       SET WS-END-OF-SNAPSHOTS TO TRUE
                   NOT AT END
                       EVALUATE SNAP-MONTH
                           WHEN WS-PRIOR-MONTH
                               MOVE SNAP-COUNTS TO WS-PRI-COUNT-TABLE
                               SET WS-PRIOR-FOUND TO TRUE
                           WHEN WS-YEAR-AGO-MONTH
                               MOVE SNAP-COUNTS TO WS-YAG-COUNT-TABLE
                               SET WS-YEAR-AGO-FOUND TO TRUE
                           WHEN WS-REPORT-MONTH
                               SET WS-MONTH-RERUN TO TRUE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-SNAP-STATUS NOT = "35"
               CLOSE SNAPSHOT-HISTORY
           END-IF.

      *  A comparison month with no snapshot shows a dash rather than
      *  a movement measured against zero.
       7000-WRITE-MOVEMENT-SECTION.
           MOVE "MOVEMENT AGAINST PROFHIST SNAPSHOTS" TO WS-SEC-TITLE
           PERFORM 4900-WRITE-SECTION-TITLE
           MOVE "PRIOR MONTH" TO WS-CMP-TAG
           MOVE WS-PRIOR-MONTH TO WS-CMP-MONTH
           IF WS-PRIOR-FOUND
               MOVE SPACES TO WS-CMP-NOTE
           ELSE
               MOVE "NO SNAPSHOT ON FILE" TO WS-CMP-NOTE
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE WS-COMPARE-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "YEAR AGO" TO WS-CMP-TAG
           MOVE WS-YEAR-AGO-MONTH TO WS-CMP-MONTH
           IF WS-YEAR-AGO-FOUND
               MOVE SPACES TO WS-CMP-NOTE
           ELSE
               MOVE "NO SNAPSHOT ON FILE" TO WS-CMP-NOTE
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE WS-COMPARE-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-MONTH-RERUN
               MOVE "THIS MONTH" TO WS-CMP-TAG
               MOVE WS-REPORT-MONTH TO WS-CMP-MONTH
               MOVE "RERUN -- REPLACES THE EARLIER SNAPSHOT"
                   TO WS-CMP-NOTE
               MOVE SPACES TO RPT-LINE
               MOVE WS-COMPARE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-MOVEMENT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-METRIC-IDX FROM 1 BY 1
                   UNTIL WS-METRIC-IDX > 10
               PERFORM 7100-WRITE-ONE-MOVEMENT
           END-PERFORM.

       7100-WRITE-ONE-MOVEMENT.
           MOVE WS-METRIC-LABEL(WS-METRIC-IDX) TO WS-MOV-LABEL
           MOVE WS-CUR-COUNT(WS-METRIC-IDX) TO WS-MOV-CURRENT
           IF WS-PRIOR-FOUND
               MOVE WS-PRI-COUNT(WS-METRIC-IDX) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-MOV-PRIOR
               COMPUTE WS-CHANGE = WS-CUR-COUNT(WS-METRIC-IDX)
                   - WS-PRI-COUNT(WS-METRIC-IDX)
               MOVE WS-CHANGE TO WS-EDIT-CHANGE
               MOVE WS-EDIT-CHANGE TO WS-MOV-MOM
           ELSE
               MOVE "          -" TO WS-MOV-PRIOR
               MOVE "           -" TO WS-MOV-MOM
           END-IF
           IF WS-YEAR-AGO-FOUND
               MOVE WS-YAG-COUNT(WS-METRIC-IDX) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-MOV-YEAR-AGO
               COMPUTE WS-CHANGE = WS-CUR-COUNT(WS-METRIC-IDX)
                   - WS-YAG-COUNT(WS-METRIC-IDX)
               MOVE WS-CHANGE TO WS-EDIT-CHANGE
               MOVE WS-EDIT-CHANGE TO WS-MOV-YOY
           ELSE
               MOVE "          -" TO WS-MOV-YEAR-AGO
               MOVE "           -" TO WS-MOV-YOY
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE WS-MOVEMENT-LINE TO RPT-LINE
           WRITE RPT-LINE.

       8000-APPEND-SNAPSHOT.
           OPEN EXTEND SNAPSHOT-HISTORY
           IF WS-SNAP-STATUS = "35"
               OPEN OUTPUT SNAPSHOT-HISTORY
           END-IF
           IF WS-SNAP-STATUS NOT = "00"
               DISPLAY "PROFHIST OPEN FAILED STATUS="
                   WS-SNAP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-REPORT-MONTH TO SNAP-MONTH
           MOVE WS-RUN-DATE TO SNAP-RUN-DATE
           MOVE WS-CUR-COUNTS TO SNAP-COUNTS
           WRITE PORTFOLIO-SNAPSHOT-RECORD
           CLOSE SNAPSHOT-HISTORY.

       9000-CLOSE-FILES.
           CLOSE CUSTOMER-MASTER
           IF WS-XREF-IS-OPEN
               CLOSE CUSTOMER-XREF
           END-IF
           CLOSE MAINT-JOURNAL
           CLOSE PROFILE-RPT.
