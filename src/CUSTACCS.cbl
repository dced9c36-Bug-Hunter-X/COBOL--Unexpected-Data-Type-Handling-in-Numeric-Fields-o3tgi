      ******************************************************************
      *  PROGRAM-ID: CUSTACCS
      *  Nightly suspicious-access report.  Reads the CUSTAUDT audit
      *  log (and the AUDTARCH archive CUSTADRP splits off) for the
      *  rows the interactive programs write under a signed-on
      *  operator -- CUSTLKUP lookups, CUSTNSRC name search pick
      *  lists and CUSTHINQ history inquiries -- and flags, for the
      *  cycle date, any operator who:
      *    - accessed well more accounts than their own norm, the
      *      operator's average over the days they worked in the
      *      look-back period before the cycle date;
      *    - looked up closed or inactive accounts;
      *    - opened the history of one customer repeatedly;
      *    - worked outside business hours (or at the weekend).
      *  The thresholds come from ACCSPARM.  Findings are collected
      *  on a work file, sorted, and printed on ACCSRPT grouped by
      *  operator, with the operator's name and level from OPERPROF,
      *  then a summary.  Batch rows carry no operator and are not
      *  examined.  The counts also go to the CYCLSTAT history
      *  under the cycle date.
      *
      *  ACCSPARM (any field left blank takes the default shown):
      *    columns  1-3   look-back days for the norm           030
      *    columns  5-8   volume flag, percent of the norm      0300
      *    columns 10-13  least accounts in a day to flag       0025
      *    columns 15-17  closed/inactive lookups to flag       001
      *    columns 19-21  views of one history to flag          003
      *    columns 23-26  business day starts, HHMM             0800
      *    columns 28-31  business day ends, HHMM               1800
      *    column  33     Y = weekend activity is out of hours  Y
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTACCS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-PARM ASSIGN TO "ACCSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "CUSTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-ARCHIVE ASSIGN TO "AUDTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT OPERATOR-PROFILE ASSIGN TO "OPERPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-USER-ID
               FILE STATUS IS WS-PROF-STATUS.

           SELECT CUSTOMER-XREF ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XREF-LEGACY-ID
               FILE STATUS IS WS-XREF-STATUS.

           SELECT FINDING-WORK ASSIGN TO "ACCSWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT FINDING-SORTED ASSIGN TO "ACCSSRTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRTD-STATUS.

           SELECT FINDING-SORT-FILE ASSIGN TO "ACCSSORT".

           SELECT ACCESS-RPT ASSIGN TO "ACCSRPT"
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
       FD  ACCESS-PARM.
       01  PARM-RECORD.
           05  PARM-LOOKBACK-DAYS          PIC X(3).
           05  FILLER                      PIC X(1).
           05  PARM-VOLUME-PCT             PIC X(4).
           05  FILLER                      PIC X(1).
           05  PARM-MIN-VOLUME             PIC X(4).
           05  FILLER                      PIC X(1).
           05  PARM-CLOSED-LIMIT           PIC X(3).
           05  FILLER                      PIC X(1).
           05  PARM-HISTORY-LIMIT          PIC X(3).
           05  FILLER                      PIC X(1).
           05  PARM-DAY-START              PIC X(4).
           05  FILLER                      PIC X(1).
           05  PARM-DAY-END                PIC X(4).
           05  FILLER                      PIC X(1).
           05  PARM-WEEKEND-SW             PIC X(1).

       FD  AUDIT-LOG.
       01  AUDIT-LINE                      PIC X(90).

       FD  AUDIT-ARCHIVE.
       01  ARCH-LINE                       PIC X(90).

       FD  OPERATOR-PROFILE.
       COPY OPERREC.

       FD  CUSTOMER-XREF.
       COPY XREFREC.

      *  One row per finding: the operator, the finding number, and
      *  for the row-by-row findings the time and customer of the
      *  audit row; WORK-INFO carries the explanation as printed.
       FD  FINDING-WORK.
       01  WORK-RECORD.
           05  WORK-OPERATOR               PIC X(8).
           05  WORK-FINDING                PIC 9(1).
           05  WORK-TIMESTAMP              PIC X(21).
           05  WORK-CUSTOMER-ID            PIC X(10).
           05  WORK-INFO                   PIC X(32).

       FD  FINDING-SORTED.
       01  SRTD-RECORD.
           05  SRTD-OPERATOR               PIC X(8).
           05  SRTD-FINDING                PIC 9(1).
           05  SRTD-TIMESTAMP              PIC X(21).
           05  SRTD-CUSTOMER-ID            PIC X(10).
           05  SRTD-INFO                   PIC X(32).

       SD  FINDING-SORT-FILE.
       01  SORT-RECORD.
           05  SORT-OPERATOR               PIC X(8).
           05  SORT-FINDING                PIC 9(1).
           05  SORT-TIMESTAMP              PIC X(21).
           05  SORT-CUSTOMER-ID            PIC X(10).
           05  SORT-INFO                   PIC X(32).

       FD  ACCESS-RPT.
       01  RPT-LINE                        PIC X(90).

       FD  CYCLE-DATE-FILE.
       01  CDTE-RECORD.
           05  CDTE-CYCLE-DATE             PIC X(8).

       FD  CYCLE-STAT-FILE.
       COPY STATREC.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                  PIC X(2).
       01  WS-AUDIT-STATUS                 PIC X(2).
       01  WS-ARCH-STATUS                  PIC X(2).
       01  WS-PROF-STATUS                  PIC X(2).
       01  WS-XREF-STATUS                  PIC X(2).
       01  WS-WORK-STATUS                  PIC X(2).
       01  WS-SRTD-STATUS                  PIC X(2).
       01  WS-RPT-STATUS                   PIC X(2).
       01  WS-CDTE-STATUS                  PIC X(2).
       01  WS-STAT-STATUS                  PIC X(2).
       01  WS-EOF-FLAG                     PIC X     VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".
       01  WS-ARCH-OPEN-SW                 PIC X     VALUE "N".
           88  WS-ARCH-IS-OPEN                 VALUE "Y".
       01  WS-XREF-OPEN-SW                 PIC X     VALUE "N".
           88  WS-XREF-IS-OPEN                 VALUE "Y".
       01  WS-WEEKEND-DAY-SW               PIC X     VALUE "N".
           88  WS-WEEKEND-DAY                  VALUE "Y".
       01  WS-HEADER-DONE-SW               PIC X     VALUE "N".
           88  WS-HEADER-DONE                  VALUE "Y".

       01  WS-CYCLE-DATE                   PIC X(8)  VALUE SPACES.
       01  WS-CYCLE-NUM REDEFINES WS-CYCLE-DATE
                                           PIC 9(8).
       01  WS-CYCLE-INT                    PIC 9(7)  VALUE 0.
       01  WS-WINDOW-START                 PIC X(8)  VALUE SPACES.
       01  WS-WINDOW-NUM REDEFINES WS-WINDOW-START
                                           PIC 9(8).
       01  WS-DAY-OF-WEEK                  PIC 9(1)  VALUE 0.
       01  WS-WEEK-COUNT                   PIC 9(7)  VALUE 0.
       01  WS-ROW-DATE                     PIC X(8)  VALUE SPACES.
       01  WS-ROW-HHMM                     PIC X(4)  VALUE SPACES.

      *  Thresholds in force, defaults first -- ACCSPARM overrides
      *  whichever of them it supplies.
       01  WS-LOOKBACK-DAYS                PIC 9(3)  VALUE 30.
       01  WS-VOLUME-PCT                   PIC 9(4)  VALUE 300.
       01  WS-MIN-VOLUME                   PIC 9(4)  VALUE 25.
       01  WS-CLOSED-LIMIT                 PIC 9(3)  VALUE 1.
       01  WS-HISTORY-LIMIT                PIC 9(3)  VALUE 3.
       01  WS-DAY-START                    PIC X(4)  VALUE "0800".
       01  WS-DAY-END                      PIC X(4)  VALUE "1800".
       01  WS-WEEKEND-SW                   PIC X(1)  VALUE "Y".
           88  WS-WEEKEND-OUT-OF-HOURS         VALUE "Y".

       01  WS-ROWS-READ                    PIC 9(9)  VALUE 0.
       01  WS-CYCLE-ROWS                   PIC 9(9)  VALUE 0.
       01  WS-UNATTRIBUTED-ROWS            PIC 9(9)  VALUE 0.
       01  WS-OPERATORS-ACTIVE             PIC 9(6)  VALUE 0.
       01  WS-OPERATORS-FLAGGED            PIC 9(6)  VALUE 0.
       01  WS-FINDING-TOTAL                PIC 9(6)  VALUE 0.
       01  WS-PREV-OPERATOR                PIC X(8)  VALUE SPACES.
       01  WS-PREV-FINDING                 PIC 9(1)  VALUE 0.

      *  One entry per operator seen in the look-back period or on
      *  the cycle date.  Active days are counted as the date on
      *  an operator's rows changes -- the archive is read before
      *  the live log and each is in time order, so every day an
      *  operator worked starts one new run of rows.
       01  WS-OPR-MAX                      PIC 9(4)  VALUE 500.
       01  WS-OPR-COUNT                    PIC 9(4)  VALUE 0.
       01  WS-OPR-IDX                      PIC 9(4)  VALUE 0.
       01  WS-OPR-SLOT                     PIC 9(4)  VALUE 0.
       01  WS-OPR-TABLE.
           05  WS-OPR-ENTRY OCCURS 500 TIMES.
               10  WS-OPR-ID               PIC X(8).
               10  WS-OPR-LAST-DAY         PIC X(8).
               10  WS-OPR-WINDOW-DAYS      PIC 9(3).
               10  WS-OPR-WINDOW-ROWS      PIC 9(7).
               10  WS-OPR-CYCLE-ROWS       PIC 9(5).
               10  WS-OPR-CLOSED-ROWS      PIC 9(5).
       01  WS-SEEK-OPERATOR                PIC X(8)  VALUE SPACES.

      *  History inquiries on the cycle date by operator and
      *  customer, keyed under the current customer ID so views
      *  through a legacy number count against the same history.
       01  WS-HVW-MAX                      PIC 9(4)  VALUE 2000.
       01  WS-HVW-COUNT                    PIC 9(4)  VALUE 0.
       01  WS-HVW-IDX                      PIC 9(4)  VALUE 0.
       01  WS-HVW-SLOT                     PIC 9(4)  VALUE 0.
       01  WS-HVW-TABLE.
           05  WS-HVW-ENTRY OCCURS 2000 TIMES.
               10  WS-HVW-OPERATOR         PIC X(8).
               10  WS-HVW-CUST-ID          PIC X(10).
               10  WS-HVW-VIEWS            PIC 9(4).
       01  WS-VIEW-CUST-ID                 PIC X(10) VALUE SPACES.

       01  WS-NORM                         PIC 9(5)V99 VALUE 0.
       01  WS-VOLUME-LEFT                  PIC 9(12) VALUE 0.
       01  WS-VOLUME-RIGHT                 PIC 9(12) VALUE 0.
       01  WS-EDIT-COUNT                   PIC ZZZZ9.
       01  WS-EDIT-NORM                    PIC ZZZZ9.99.
       01  WS-EDIT-DAYS                    PIC ZZ9.

       01  WS-FINDING-LIST.
           05  FILLER                      PIC X(30) VALUE
               "VOLUME WELL ABOVE OWN NORM".
           05  FILLER                      PIC X(30) VALUE
               "CLOSED OR INACTIVE ACCOUNT".
           05  FILLER                      PIC X(30) VALUE
               "REPEATED HISTORY VIEWS".
           05  FILLER                      PIC X(30) VALUE
               "OUTSIDE BUSINESS HOURS".
       01  WS-FINDING-TABLE REDEFINES WS-FINDING-LIST.
           05  WS-FND-LABEL OCCURS 4 TIMES PIC X(30).
       01  WS-FINDING-TALLIES.
           05  WS-FND-TALLY OCCURS 4 TIMES PIC 9(6).
       01  WS-FND-IDX                      PIC 9(1)  VALUE 0.

       COPY AUDITREC.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(33) VALUE
               "SUSPICIOUS ACCESS REPORT -- CYCLE".
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-HDG-CYCLE-DATE           PIC X(8).

       01  WS-PARM-LINE-1.
           05  FILLER                      PIC X(14) VALUE
               "NORM OVER LAST".
           05  WS-PRM-LOOKBACK             PIC ZZZ9.
           05  FILLER                      PIC X(14) VALUE
               " DAYS, FLAG AT".
           05  WS-PRM-VOLUME-PCT           PIC ZZZZ9.
           05  FILLER                      PIC X(19) VALUE
               "% OF NORM, AT LEAST".
           05  WS-PRM-MIN-VOLUME           PIC ZZZZ9.
           05  FILLER                      PIC X(9)  VALUE
               " ACCOUNTS".

       01  WS-PARM-LINE-2.
           05  FILLER                      PIC X(23) VALUE
               "CLOSED/INACTIVE LOOKUPS".
           05  WS-PRM-CLOSED               PIC ZZZ9.
           05  FILLER                      PIC X(15) VALUE
               "  HISTORY VIEWS".
           05  WS-PRM-HISTORY              PIC ZZZ9.
           05  FILLER                      PIC X(8)  VALUE
               "  HOURS ".
           05  WS-PRM-DAY-START            PIC X(4).
           05  FILLER                      PIC X(1)  VALUE "-".
           05  WS-PRM-DAY-END              PIC X(4).
           05  FILLER                      PIC X(11) VALUE
               "  WEEKEND: ".
           05  WS-PRM-WEEKEND              PIC X(12).

       01  WS-OPERATOR-LINE.
           05  FILLER                      PIC X(10) VALUE
               "OPERATOR: ".
           05  WS-OPL-ID                   PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-OPL-NAME                 PIC X(20).
           05  FILLER                      PIC X(9)  VALUE
               "  LEVEL: ".
           05  WS-OPL-LEVEL                PIC X(1).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-OPL-LEVEL-NAME           PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-OPL-ACCOUNTS             PIC ZZZZ9.
           05  FILLER                      PIC X(18) VALUE
               " ACCOUNTS ACCESSED".

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DET-LABEL                PIC X(30).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DET-TIME                 PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DET-CUST-ID              PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DET-INFO                 PIC X(32).

       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL                PIC X(40).
           05  WS-SUM-COUNT                PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE ZEROS TO WS-FINDING-TALLIES
           PERFORM 0100-READ-CYCLE-DATE
           PERFORM 1000-READ-PARM
           PERFORM 1100-OPEN-FILES
           PERFORM 2000-TALLY-AUDIT-LOGS
           PERFORM 3000-WRITE-TABLE-FINDINGS
           CLOSE FINDING-WORK
           PERFORM 5000-WRITE-HEADING
           PERFORM 6000-PRINT-FINDINGS
           PERFORM 7000-WRITE-SUMMARY
           PERFORM 9000-CLOSE-FILES
           PERFORM 9400-WRITE-CYCLE-STATS
           DISPLAY "CUSTACCS: " WS-CYCLE-ROWS " OPERATOR ROWS, "
               WS-OPERATORS-FLAGGED " OPERATORS FLAGGED, "
               WS-FINDING-TOTAL " FINDINGS"
           STOP RUN.

       0100-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE
           IF WS-CDTE-STATUS NOT = "00"
               DISPLAY "CYCLDATE OPEN FAILED STATUS=" WS-CDTE-STATUS
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
           CLOSE CYCLE-DATE-FILE
           IF WS-CYCLE-DATE NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-CYCLE-NUM) NOT = 0
               DISPLAY "CYCLDATE IS NOT A VALID DATE: " WS-CYCLE-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-CYCLE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CYCLE-NUM)
      *    Day 1 of the integer calendar is a Monday, so the
      *    remainder by seven is 6 on a Saturday and 0 on a Sunday.
           DIVIDE WS-CYCLE-INT BY 7 GIVING WS-WEEK-COUNT
               REMAINDER WS-DAY-OF-WEEK
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               SET WS-WEEKEND-DAY TO TRUE
           END-IF.

      *  Every threshold has a default, so a blank or partly filled
      *  parm still runs; the thresholds actually used are printed
      *  at the head of the report.
       1000-READ-PARM.
           OPEN INPUT ACCESS-PARM
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ACCSPARM OPEN FAILED STATUS=" WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ACCESS-PARM
               AT END
                   MOVE SPACES TO PARM-RECORD
           END-READ
           IF PARM-LOOKBACK-DAYS NUMERIC
                   AND PARM-LOOKBACK-DAYS > "000"
               MOVE PARM-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
           END-IF
           IF PARM-VOLUME-PCT NUMERIC
                   AND PARM-VOLUME-PCT > "0000"
               MOVE PARM-VOLUME-PCT TO WS-VOLUME-PCT
           END-IF
           IF PARM-MIN-VOLUME NUMERIC
               MOVE PARM-MIN-VOLUME TO WS-MIN-VOLUME
           END-IF
           IF PARM-CLOSED-LIMIT NUMERIC
                   AND PARM-CLOSED-LIMIT > "000"
               MOVE PARM-CLOSED-LIMIT TO WS-CLOSED-LIMIT
           END-IF
           IF PARM-HISTORY-LIMIT NUMERIC
                   AND PARM-HISTORY-LIMIT > "000"
               MOVE PARM-HISTORY-LIMIT TO WS-HISTORY-LIMIT
           END-IF
           IF PARM-DAY-START NUMERIC AND PARM-DAY-END NUMERIC
                   AND PARM-DAY-START < PARM-DAY-END
                   AND PARM-DAY-END <= "2400"
               MOVE PARM-DAY-START TO WS-DAY-START
               MOVE PARM-DAY-END TO WS-DAY-END
           END-IF
           IF PARM-WEEKEND-SW = "Y" OR PARM-WEEKEND-SW = "N"
               MOVE PARM-WEEKEND-SW TO WS-WEEKEND-SW
           END-IF
           CLOSE ACCESS-PARM
           COMPUTE WS-WINDOW-NUM = FUNCTION DATE-OF-INTEGER(
               WS-CYCLE-INT - WS-LOOKBACK-DAYS).

       1100-OPEN-FILES.
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "CUSTAUDT OPEN FAILED STATUS=" WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    No archive just means CUSTADRP has not split one off yet.
           OPEN INPUT AUDIT-ARCHIVE
           IF WS-ARCH-STATUS = "00"
               SET WS-ARCH-IS-OPEN TO TRUE
           ELSE
               IF WS-ARCH-STATUS NOT = "35"
                   DISPLAY "AUDTARCH OPEN FAILED STATUS="
                       WS-ARCH-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT OPERATOR-PROFILE
           IF WS-PROF-STATUS NOT = "00"
               DISPLAY "OPERPROF OPEN FAILED STATUS=" WS-PROF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    The cross-reference is optional -- without it a history
      *    viewed through a legacy number is counted under that
      *    number.
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
           OPEN OUTPUT FINDING-WORK
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "ACCSWORK OPEN FAILED STATUS=" WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ACCESS-RPT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ACCSRPT OPEN FAILED STATUS=" WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *  The archive holds everything older than the live log, so it
      *  is read first to keep each operator's rows in time order.
       2000-TALLY-AUDIT-LOGS.
           IF WS-ARCH-IS-OPEN
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ AUDIT-ARCHIVE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE ARCH-LINE TO AUDIT-RECORD
                           PERFORM 2100-TALLY-AUDIT-ROW
                   END-READ
               END-PERFORM
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ AUDIT-LOG
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE AUDIT-LINE TO AUDIT-RECORD
                       PERFORM 2100-TALLY-AUDIT-ROW
               END-READ
           END-PERFORM.

       2100-TALLY-AUDIT-ROW.
           ADD 1 TO WS-ROWS-READ
           MOVE AUDIT-TIMESTAMP(1:8) TO WS-ROW-DATE
           EVALUATE TRUE
               WHEN WS-ROW-DATE < WS-WINDOW-START
                       OR WS-ROW-DATE > WS-CYCLE-DATE
                   CONTINUE
               WHEN AUDIT-OPERATOR = SPACES
                   IF WS-ROW-DATE = WS-CYCLE-DATE
                       ADD 1 TO WS-UNATTRIBUTED-ROWS
                   END-IF
               WHEN WS-ROW-DATE = WS-CYCLE-DATE
                   MOVE AUDIT-OPERATOR TO WS-SEEK-OPERATOR
                   PERFORM 8600-FIND-OPERATOR
                   PERFORM 2200-TALLY-CYCLE-ROW
               WHEN OTHER
                   MOVE AUDIT-OPERATOR TO WS-SEEK-OPERATOR
                   PERFORM 8600-FIND-OPERATOR
                   ADD 1 TO WS-OPR-WINDOW-ROWS(WS-OPR-SLOT)
                   IF WS-OPR-LAST-DAY(WS-OPR-SLOT) NOT = WS-ROW-DATE
                       ADD 1 TO WS-OPR-WINDOW-DAYS(WS-OPR-SLOT)
                       MOVE WS-ROW-DATE TO WS-OPR-LAST-DAY(WS-OPR-SLOT)
                   END-IF
           END-EVALUATE.

      *  The row-by-row findings are written as they are met; the
      *  closed/inactive ones are only printed for an operator who
      *  reaches the limit, which is not known until the day is in.
       2200-TALLY-CYCLE-ROW.
           ADD 1 TO WS-CYCLE-ROWS
           IF WS-OPR-CYCLE-ROWS(WS-OPR-SLOT) = 0
               ADD 1 TO WS-OPERATORS-ACTIVE
           END-IF
           ADD 1 TO WS-OPR-CYCLE-ROWS(WS-OPR-SLOT)
           IF AUDIT-CUST-STATUS = "C" OR AUDIT-CUST-STATUS = "I"
               ADD 1 TO WS-OPR-CLOSED-ROWS(WS-OPR-SLOT)
               MOVE 2 TO WORK-FINDING
               MOVE SPACES TO WORK-INFO
               STRING "STATUS " AUDIT-CUST-STATUS " VIA "
                       AUDIT-SOURCE-PGM DELIMITED BY SIZE
                   INTO WORK-INFO
               END-STRING
               PERFORM 2900-WRITE-ROW-FINDING
           END-IF
           IF AUDIT-FROM-HIST-INQUIRY
               PERFORM 2300-TALLY-HISTORY-VIEW
           END-IF
           MOVE AUDIT-TIMESTAMP(9:4) TO WS-ROW-HHMM
           IF WS-ROW-HHMM < WS-DAY-START
                   OR WS-ROW-HHMM >= WS-DAY-END
                   OR (WS-WEEKEND-DAY AND WS-WEEKEND-OUT-OF-HOURS)
               MOVE 4 TO WORK-FINDING
               MOVE SPACES TO WORK-INFO
               STRING "VIA " AUDIT-SOURCE-PGM " " AUDIT-OUTCOME
                       DELIMITED BY SIZE
                   INTO WORK-INFO
               END-STRING
               PERFORM 2900-WRITE-ROW-FINDING
           END-IF.

       2300-TALLY-HISTORY-VIEW.
           MOVE AUDIT-INPUT-ID TO WS-VIEW-CUST-ID
           IF AUDIT-VIA-LEGACY-ID AND WS-XREF-IS-OPEN
               MOVE AUDIT-INPUT-ID TO XREF-LEGACY-ID
               READ CUSTOMER-XREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE XREF-CUST-ID TO WS-VIEW-CUST-ID
               END-READ
           END-IF
           MOVE 0 TO WS-HVW-SLOT
           PERFORM VARYING WS-HVW-IDX FROM 1 BY 1
                   UNTIL WS-HVW-IDX > WS-HVW-COUNT
               IF WS-HVW-OPERATOR(WS-HVW-IDX) = AUDIT-OPERATOR
                       AND WS-HVW-CUST-ID(WS-HVW-IDX) = WS-VIEW-CUST-ID
                   MOVE WS-HVW-IDX TO WS-HVW-SLOT
                   MOVE WS-HVW-COUNT TO WS-HVW-IDX
               END-IF
           END-PERFORM
           IF WS-HVW-SLOT = 0
               IF WS-HVW-COUNT >= WS-HVW-MAX
                   DISPLAY "MORE THAN " WS-HVW-MAX
                       " OPERATOR/CUSTOMER HISTORY VIEWS -- RAISE "
                       "WS-HVW-MAX"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-HVW-COUNT
               MOVE WS-HVW-COUNT TO WS-HVW-SLOT
               MOVE AUDIT-OPERATOR TO WS-HVW-OPERATOR(WS-HVW-SLOT)
               MOVE WS-VIEW-CUST-ID TO WS-HVW-CUST-ID(WS-HVW-SLOT)
               MOVE 0 TO WS-HVW-VIEWS(WS-HVW-SLOT)
           END-IF
           ADD 1 TO WS-HVW-VIEWS(WS-HVW-SLOT).

       2900-WRITE-ROW-FINDING.
           MOVE AUDIT-OPERATOR TO WORK-OPERATOR
           MOVE AUDIT-TIMESTAMP TO WORK-TIMESTAMP
           MOVE AUDIT-INPUT-ID TO WORK-CUSTOMER-ID
           WRITE WORK-RECORD.

      *  An operator with no rows in the look-back period has no
      *  norm of their own; they are flagged once they reach the
      *  least volume worth flagging.
       3000-WRITE-TABLE-FINDINGS.
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT
               IF WS-OPR-CYCLE-ROWS(WS-OPR-IDX) > 0
                       AND WS-OPR-CYCLE-ROWS(WS-OPR-IDX)
                           >= WS-MIN-VOLUME
                   PERFORM 3100-CHECK-VOLUME
               END-IF
           END-PERFORM
           PERFORM VARYING WS-HVW-IDX FROM 1 BY 1
                   UNTIL WS-HVW-IDX > WS-HVW-COUNT
               IF WS-HVW-VIEWS(WS-HVW-IDX) >= WS-HISTORY-LIMIT
                   MOVE WS-HVW-OPERATOR(WS-HVW-IDX) TO WORK-OPERATOR
                   MOVE 3 TO WORK-FINDING
                   MOVE SPACES TO WORK-TIMESTAMP
                   MOVE WS-HVW-CUST-ID(WS-HVW-IDX) TO WORK-CUSTOMER-ID
                   MOVE WS-HVW-VIEWS(WS-HVW-IDX) TO WS-EDIT-COUNT
                   MOVE SPACES TO WORK-INFO
                   STRING "VIEWED " WS-EDIT-COUNT " TIMES"
                           DELIMITED BY SIZE
                       INTO WORK-INFO
                   END-STRING
                   WRITE WORK-RECORD
               END-IF
           END-PERFORM.

      *  Compared in whole numbers: the day's count times 100 times
      *  the days worked against the look-back rows times the
      *  percentage, which is the day against the norm without
      *  rounding the norm first.
       3100-CHECK-VOLUME.
           MOVE WS-OPR-CYCLE-ROWS(WS-OPR-IDX) TO WS-EDIT-COUNT
           MOVE SPACES TO WORK-INFO
           IF WS-OPR-WINDOW-DAYS(WS-OPR-IDX) = 0
               MOVE WS-LOOKBACK-DAYS TO WS-EDIT-DAYS
               STRING "TODAY" WS-EDIT-COUNT "  NONE IN " WS-EDIT-DAYS
                       " DAYS" DELIMITED BY SIZE
                   INTO WORK-INFO
               END-STRING
               PERFORM 3200-WRITE-VOLUME-FINDING
           ELSE
               COMPUTE WS-VOLUME-LEFT =
                   WS-OPR-CYCLE-ROWS(WS-OPR-IDX) * 100
                   * WS-OPR-WINDOW-DAYS(WS-OPR-IDX)
               COMPUTE WS-VOLUME-RIGHT =
                   WS-OPR-WINDOW-ROWS(WS-OPR-IDX) * WS-VOLUME-PCT
               IF WS-VOLUME-LEFT > WS-VOLUME-RIGHT
                   COMPUTE WS-NORM ROUNDED =
                       WS-OPR-WINDOW-ROWS(WS-OPR-IDX)
                       / WS-OPR-WINDOW-DAYS(WS-OPR-IDX)
                   MOVE WS-NORM TO WS-EDIT-NORM
                   STRING "TODAY" WS-EDIT-COUNT "  NORM" WS-EDIT-NORM
                           " A DAY" DELIMITED BY SIZE
                       INTO WORK-INFO
                   END-STRING
                   PERFORM 3200-WRITE-VOLUME-FINDING
               END-IF
           END-IF.

       3200-WRITE-VOLUME-FINDING.
           MOVE WS-OPR-ID(WS-OPR-IDX) TO WORK-OPERATOR
           MOVE 1 TO WORK-FINDING
           MOVE SPACES TO WORK-TIMESTAMP
           MOVE SPACES TO WORK-CUSTOMER-ID
           WRITE WORK-RECORD.

       5000-WRITE-HEADING.
           MOVE WS-CYCLE-DATE TO WS-HDG-CYCLE-DATE
           MOVE SPACES TO RPT-LINE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-LOOKBACK-DAYS TO WS-PRM-LOOKBACK
           MOVE WS-VOLUME-PCT TO WS-PRM-VOLUME-PCT
           MOVE WS-MIN-VOLUME TO WS-PRM-MIN-VOLUME
           MOVE SPACES TO RPT-LINE
           MOVE WS-PARM-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CLOSED-LIMIT TO WS-PRM-CLOSED
           MOVE WS-HISTORY-LIMIT TO WS-PRM-HISTORY
           MOVE WS-DAY-START TO WS-PRM-DAY-START
           MOVE WS-DAY-END TO WS-PRM-DAY-END
           IF WS-WEEKEND-OUT-OF-HOURS
               MOVE "OUT OF HOURS" TO WS-PRM-WEEKEND
           ELSE
               MOVE "NORMAL HOURS" TO WS-PRM-WEEKEND
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE WS-PARM-LINE-2 TO RPT-LINE
           WRITE RPT-LINE.

       6000-PRINT-FINDINGS.
           SORT FINDING-SORT-FILE
               ON ASCENDING KEY SORT-OPERATOR SORT-FINDING
                   SORT-TIMESTAMP SORT-CUSTOMER-ID
               USING FINDING-WORK
               GIVING FINDING-SORTED
           OPEN INPUT FINDING-SORTED
           IF WS-SRTD-STATUS NOT = "00"
               DISPLAY "ACCSSRTD OPEN FAILED STATUS=" WS-SRTD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ FINDING-SORTED
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 6100-PRINT-ONE-FINDING
               END-READ
           END-PERFORM
           CLOSE FINDING-SORTED.

      *  The operator heading goes out with the operator's first
      *  printed finding, so an operator whose only rows fell under
      *  the closed/inactive limit does not appear at all.
       6100-PRINT-ONE-FINDING.
           IF SRTD-OPERATOR NOT = WS-PREV-OPERATOR
               MOVE SRTD-OPERATOR TO WS-PREV-OPERATOR
               MOVE "N" TO WS-HEADER-DONE-SW
               MOVE 0 TO WS-PREV-FINDING
               MOVE SRTD-OPERATOR TO WS-SEEK-OPERATOR
               PERFORM 8600-FIND-OPERATOR
           END-IF
           IF SRTD-FINDING = 2
                   AND WS-OPR-CLOSED-ROWS(WS-OPR-SLOT)
                       < WS-CLOSED-LIMIT
               CONTINUE
           ELSE
               IF NOT WS-HEADER-DONE
                   PERFORM 6200-WRITE-OPERATOR-HEADING
               END-IF
               IF SRTD-FINDING NOT = WS-PREV-FINDING
                   MOVE SRTD-FINDING TO WS-PREV-FINDING
                   MOVE WS-FND-LABEL(SRTD-FINDING) TO WS-DET-LABEL
               ELSE
                   MOVE SPACES TO WS-DET-LABEL
               END-IF
               IF SRTD-TIMESTAMP = SPACES
                   MOVE SPACES TO WS-DET-TIME
               ELSE
                   STRING SRTD-TIMESTAMP(9:2) ":"
                           SRTD-TIMESTAMP(11:2) ":"
                           SRTD-TIMESTAMP(13:2) DELIMITED BY SIZE
                       INTO WS-DET-TIME
                   END-STRING
               END-IF
               MOVE SRTD-CUSTOMER-ID TO WS-DET-CUST-ID
               MOVE SRTD-INFO TO WS-DET-INFO
               MOVE SPACES TO RPT-LINE
               MOVE WS-DETAIL-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-FND-TALLY(SRTD-FINDING)
               ADD 1 TO WS-FINDING-TOTAL
           END-IF.

       6200-WRITE-OPERATOR-HEADING.
           SET WS-HEADER-DONE TO TRUE
           ADD 1 TO WS-OPERATORS-FLAGGED
           MOVE SRTD-OPERATOR TO OPER-USER-ID
           READ OPERATOR-PROFILE
               INVALID KEY
                   MOVE "NOT ON OPERPROF" TO OPER-NAME
                   MOVE 0 TO OPER-LEVEL
           END-READ
           MOVE SRTD-OPERATOR TO WS-OPL-ID
           MOVE OPER-NAME TO WS-OPL-NAME
           MOVE OPER-LEVEL TO WS-OPL-LEVEL
           EVALUATE TRUE
               WHEN OPER-LEVEL-CLERK
                   MOVE "CLERK" TO WS-OPL-LEVEL-NAME
               WHEN OPER-LEVEL-SENIOR
                   MOVE "SENIOR" TO WS-OPL-LEVEL-NAME
               WHEN OPER-LEVEL-SUPERVISOR
                   MOVE "SUPERVISOR" TO WS-OPL-LEVEL-NAME
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-OPL-LEVEL-NAME
           END-EVALUATE
           MOVE WS-OPR-CYCLE-ROWS(WS-OPR-SLOT) TO WS-OPL-ACCOUNTS
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-OPERATOR-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *  Every finding is listed in the summary, including the ones
      *  that came up clean, so a quiet night reads as checked
      *  rather than skipped.
       7000-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "SUMMARY" TO RPT-LINE
           WRITE RPT-LINE
           MOVE "AUDIT ROWS READ" TO WS-SUM-LABEL
           MOVE WS-ROWS-READ TO WS-SUM-COUNT
           PERFORM 7500-WRITE-SUMMARY-LINE
           MOVE "OPERATOR ROWS ON THE CYCLE DATE" TO WS-SUM-LABEL
           MOVE WS-CYCLE-ROWS TO WS-SUM-COUNT
           PERFORM 7500-WRITE-SUMMARY-LINE
           MOVE "ROWS WITH NO OPERATOR (NOT EXAMINED)"
               TO WS-SUM-LABEL
           MOVE WS-UNATTRIBUTED-ROWS TO WS-SUM-COUNT
           PERFORM 7500-WRITE-SUMMARY-LINE
           MOVE "OPERATORS ACTIVE" TO WS-SUM-LABEL
           MOVE WS-OPERATORS-ACTIVE TO WS-SUM-COUNT
           PERFORM 7500-WRITE-SUMMARY-LINE
           MOVE "OPERATORS FLAGGED" TO WS-SUM-LABEL
           MOVE WS-OPERATORS-FLAGGED TO WS-SUM-COUNT
           PERFORM 7500-WRITE-SUMMARY-LINE
           PERFORM VARYING WS-FND-IDX FROM 1 BY 1
                   UNTIL WS-FND-IDX > 4
               MOVE WS-FND-LABEL(WS-FND-IDX) TO WS-SUM-LABEL
               MOVE WS-FND-TALLY(WS-FND-IDX) TO WS-SUM-COUNT
               PERFORM 7500-WRITE-SUMMARY-LINE
           END-PERFORM.

       7500-WRITE-SUMMARY-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *  Finds WS-SEEK-OPERATOR in the operator table, adding it if
      *  it is new; WS-OPR-SLOT points at the entry.
       8600-FIND-OPERATOR.
           MOVE 0 TO WS-OPR-SLOT
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT
               IF WS-OPR-ID(WS-OPR-IDX) = WS-SEEK-OPERATOR
                   MOVE WS-OPR-IDX TO WS-OPR-SLOT
                   MOVE WS-OPR-COUNT TO WS-OPR-IDX
               END-IF
           END-PERFORM
           IF WS-OPR-SLOT = 0
               IF WS-OPR-COUNT >= WS-OPR-MAX
                   DISPLAY "MORE THAN " WS-OPR-MAX
                       " OPERATORS ON CUSTAUDT -- RAISE WS-OPR-MAX"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-OPR-COUNT
               MOVE WS-OPR-COUNT TO WS-OPR-SLOT
               MOVE WS-SEEK-OPERATOR TO WS-OPR-ID(WS-OPR-SLOT)
               MOVE SPACES TO WS-OPR-LAST-DAY(WS-OPR-SLOT)
               MOVE 0 TO WS-OPR-WINDOW-DAYS(WS-OPR-SLOT)
               MOVE 0 TO WS-OPR-WINDOW-ROWS(WS-OPR-SLOT)
               MOVE 0 TO WS-OPR-CYCLE-ROWS(WS-OPR-SLOT)
               MOVE 0 TO WS-OPR-CLOSED-ROWS(WS-OPR-SLOT)
           END-IF.

       9000-CLOSE-FILES.
           CLOSE AUDIT-LOG
           IF WS-ARCH-IS-OPEN
               CLOSE AUDIT-ARCHIVE
           END-IF
           CLOSE OPERATOR-PROFILE
           IF WS-XREF-IS-OPEN
               CLOSE CUSTOMER-XREF
           END-IF
           CLOSE ACCESS-RPT.

       9400-WRITE-CYCLE-STATS.
           OPEN EXTEND CYCLE-STAT-FILE
           IF WS-STAT-STATUS = "35"
               OPEN OUTPUT CYCLE-STAT-FILE
           END-IF
           IF WS-STAT-STATUS NOT = "00"
               DISPLAY "CYCLSTAT OPEN FAILED STATUS=" WS-STAT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CYCLE-DATE TO STAT-CYCLE-DATE
           MOVE "CUSTACCS" TO STAT-PROGRAM
           MOVE WS-CYCLE-ROWS TO STAT-INPUT-COUNT
           MOVE WS-FINDING-TOTAL TO STAT-REJECT-COUNT
           MOVE WS-OPERATORS-ACTIVE TO STAT-FOUND-COUNT
           MOVE WS-OPERATORS-FLAGGED TO STAT-NOTFND-COUNT
           MOVE 0 TO STAT-MATCHED-COUNT
           MOVE 0 TO STAT-AGED-COUNT
           MOVE SPACE TO STAT-BALANCED-SW
           WRITE CYCLE-STAT-RECORD
           CLOSE CYCLE-STAT-FILE.
