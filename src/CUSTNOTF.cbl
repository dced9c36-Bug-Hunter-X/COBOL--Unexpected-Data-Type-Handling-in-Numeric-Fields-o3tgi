      ******************************************************************
      *  PROGRAM-ID: CUSTNOTF
      *  Nightly customer notification extract for the mail house.
      *  Writes one NOTFEXTR letter record per customer to be told of
      *  a change to their account:
      *    CL/IN/RA - a status change CUSTPAPL applied (closed,
      *               inactivated or reactivated), from the CUSTJRNL
      *               rows appended since the last extract was cut,
      *               as recorded on the NOTFCTL control file;
      *    MG       - a merge CUSTMRGE applied, from the same journal
      *               rows, giving the surviving ID from CUSTXREF and
      *               mailed to the survivor's name and address;
      *    AN       - advance notice of a PENDSTAT closure due within
      *               the next 30 days.
      *  Each record carries the letter type, name, mailing address
      *  and the date the change took or takes effect.  A customer
      *  whose street or city is blank, or whose state and ZIP fail
      *  the STATZIP edits, is listed on the NOTFEXCP exception
      *  report for the CSRs to follow up instead of going on the
      *  extract.  Every letter sent is recorded on the NOTFHIST
      *  letter history, and a letter already there -- same customer,
      *  type and effective date -- is not sent twice, so a closure
      *  still inside the notice window tomorrow does not mail the
      *  customer again.  A rerun of the same night replaces
      *  NOTFEXTR, so the letters the earlier run sent go on the new
      *  extract again rather than being lost with the old one.  Run
      *  it after CUSTPAPL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTNOTF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-JOURNAL ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT PENDING-STATUS-FILE ASSIGN TO "PENDSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PSTS-CUST-ID
               FILE STATUS IS WS-PSTS-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT CUSTOMER-XREF ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XREF-LEGACY-ID
               FILE STATUS IS WS-XREF-STATUS.

           SELECT NOTICE-HISTORY ASSIGN TO "NOTFHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NHST-KEY
               FILE STATUS IS WS-NHST-STATUS.

           SELECT NOTICE-EXTRACT ASSIGN TO "NOTFEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTR-STATUS.

           SELECT NOTICE-CONTROL ASSIGN TO "NOTFCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NCTL-STATUS.

           SELECT EXCEPTION-RPT ASSIGN TO "NOTFEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT CYCLE-DATE-FILE ASSIGN TO "CYCLDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-JOURNAL.
       COPY MNTJRNL.

       FD  PENDING-STATUS-FILE.
       COPY PSTSREC.

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  CUSTOMER-XREF.
       COPY XREFREC.

       FD  NOTICE-HISTORY.
       COPY NHSTREC.

       FD  NOTICE-EXTRACT.
       COPY NOTFREC.
       01  NOTF-TRAILER-IMAGE              PIC X(24).

      *  Where the last extract was cut: the cycle it was cut for,
      *  the journal row count it started after and the count it
      *  ended at.  A rerun for the same cycle starts from the same
      *  place, as CHGFCTL does for the change feed.
       FD  NOTICE-CONTROL.
       01  NCTL-RECORD.
           05  NCTL-CYCLE-DATE             PIC X(8).
           05  FILLER                      PIC X(1).
           05  NCTL-FIRST-ROW              PIC 9(9).
           05  FILLER                      PIC X(1).
           05  NCTL-LAST-ROW               PIC 9(9).
           05  FILLER                      PIC X(1).
           05  NCTL-TIMESTAMP              PIC X(21).

       FD  EXCEPTION-RPT.
       01  RPT-LINE                        PIC X(120).

       FD  CYCLE-DATE-FILE.
       01  CDTE-RECORD.
           05  CDTE-CYCLE-DATE             PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-JRNL-STATUS                  PIC X(2).
       01  WS-PSTS-STATUS                  PIC X(2).
       01  WS-CUSTMAST-STATUS              PIC X(2).
       01  WS-XREF-STATUS                  PIC X(2).
       01  WS-NHST-STATUS                  PIC X(2).
       01  WS-EXTR-STATUS                  PIC X(2).
       01  WS-NCTL-STATUS                  PIC X(2).
       01  WS-RPT-STATUS                   PIC X(2).
       01  WS-CDTE-STATUS                  PIC X(2).
       01  WS-JRNL-EOF-FLAG                PIC X     VALUE "N".
           88  WS-END-OF-JOURNAL               VALUE "Y".
       01  WS-PSTS-EOF-FLAG                PIC X     VALUE "N".
           88  WS-END-OF-PENDING               VALUE "Y".
       01  WS-XREF-OPEN-SW                 PIC X     VALUE "N".
           88  WS-XREF-IS-OPEN                 VALUE "Y".
       01  WS-PSTS-OPEN-SW                 PIC X     VALUE "N".
           88  WS-PSTS-IS-OPEN                 VALUE "Y".
       01  WS-NO-CONTROL-SW                PIC X     VALUE "N".
           88  WS-NO-CONTROL                   VALUE "Y".
       01  WS-ALREADY-SENT-SW              PIC X     VALUE "N".
           88  WS-ALREADY-SENT                 VALUE "Y".
       01  WS-RESEND-SW                    PIC X     VALUE "N".
           88  WS-RESEND                       VALUE "Y".
       01  WS-RUN-STAMP                    PIC X(21) VALUE SPACES.

       01  WS-CYCLE-DATE                   PIC X(8)  VALUE SPACES.
       01  WS-CYCLE-NUM REDEFINES WS-CYCLE-DATE
                                           PIC 9(8).
       01  WS-CYCLE-INT                    PIC 9(7)  VALUE 0.
       01  WS-NOTICE-DAYS                  PIC 9(3)  VALUE 30.
       01  WS-NOTICE-LIMIT                 PIC X(8)  VALUE SPACES.

       01  WS-JRNL-READ-COUNT              PIC 9(9)  VALUE 0.
       01  WS-JRNL-SKIP-ROWS               PIC 9(9)  VALUE 0.
       01  WS-EARLIER-COUNT                PIC 9(9)  VALUE 0.
       01  WS-PSTS-READ-COUNT              PIC 9(9)  VALUE 0.
       01  WS-LETTER-COUNT                 PIC 9(9)  VALUE 0.
       01  WS-EXCEPTION-COUNT              PIC 9(6)  VALUE 0.
       01  WS-DUPLICATE-COUNT              PIC 9(6)  VALUE 0.
       01  WS-RESEND-COUNT                 PIC 9(6)  VALUE 0.
       01  WS-NOT-ON-FILE-COUNT            PIC 9(6)  VALUE 0.

       01  WS-HASH-IDX                     PIC 9(2)  VALUE 0.
       01  WS-HASH-ID                      PIC X(10) VALUE SPACES.
       01  WS-HASH-TOTAL                   PIC 9(12) VALUE 0.

       COPY TRLRREC.
       COPY WSERRCD.
       COPY STATZIP.

      *  The letter types, in the order the summary lists them; the
      *  caller sets WS-LT-IDX to the letter it is issuing.
       01  WS-LETTER-TYPE-VALUES.
           05  FILLER                      PIC X(32) VALUE
               "CLACCOUNT CLOSED                ".
           05  FILLER                      PIC X(32) VALUE
               "INACCOUNT INACTIVATED           ".
           05  FILLER                      PIC X(32) VALUE
               "RAACCOUNT REACTIVATED           ".
           05  FILLER                      PIC X(32) VALUE
               "MGACCOUNT MERGED                ".
           05  FILLER                      PIC X(32) VALUE
               "ANCLOSURE ADVANCE NOTICE        ".
       01  WS-LETTER-TYPE-TABLE REDEFINES WS-LETTER-TYPE-VALUES.
           05  WS-LT-ENTRY OCCURS 5 TIMES.
               10  WS-LT-CODE              PIC X(2).
               10  WS-LT-LABEL             PIC X(30).
       01  WS-LT-TALLY-TABLE.
           05  WS-LT-TALLY                 PIC 9(6) OCCURS 5 TIMES.
       01  WS-LT-IDX                       PIC 9(1)  VALUE 0.

      *  The letter being issued, filled by the caller.
       01  WS-LETTER.
           05  WS-LTR-CUST-ID              PIC X(10).
           05  WS-LTR-SURVIVOR-ID          PIC X(10).
           05  WS-LTR-EFF-DATE             PIC X(8).
           05  WS-LTR-NAME                 PIC X(20).
           05  WS-LTR-ADDR-LINE            PIC X(30).
           05  WS-LTR-CITY                 PIC X(20).
           05  WS-LTR-STATE                PIC X(2).
           05  WS-LTR-ZIP                  PIC X(9).
       01  WS-FAILED-VALUE                 PIC X(10) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(4)  VALUE "TYPE".
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE "CUST ID".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE "NAME".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(8)  VALUE "EFF DATE".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(2)  VALUE "CD".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE "VALUE".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(6)  VALUE "REASON".

       01  WS-DETAIL-LINE.
           05  WS-DET-TYPE                 PIC X(2).
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  WS-DET-ID                   PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DET-NAME                 PIC X(20).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DET-EFF-DATE             PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DET-CODE                 PIC 9(2).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DET-VALUE                PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DET-REASON               PIC X(40).

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL                PIC X(40).
           05  WS-CNT-VALUE                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE ZEROS TO WS-LT-TALLY-TABLE
           PERFORM 0100-READ-CYCLE-DATE
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-READ-NOTICE-CONTROL
           PERFORM 2000-SCAN-JOURNAL
           PERFORM 3000-SCAN-PENDING-CLOSURES
           PERFORM 6500-WRITE-TRAILER
           PERFORM 7000-WRITE-SUMMARY
           PERFORM 9000-CLOSE-FILES
           PERFORM 9200-WRITE-NOTICE-CONTROL
           DISPLAY "CUSTNOTF: " WS-JRNL-READ-COUNT " JOURNAL ROWS, "
               WS-EARLIER-COUNT " CUT BEFORE, "
               WS-LETTER-COUNT " LETTERS, HASH " WS-HASH-TOTAL
           DISPLAY "CUSTNOTF: " WS-EXCEPTION-COUNT " EXCEPTIONS, "
               WS-DUPLICATE-COUNT " ALREADY SENT"
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
           CLOSE CYCLE-DATE-FILE
           IF WS-CYCLE-DATE NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-CYCLE-NUM) NOT = 0
               DISPLAY "CYCLDATE IS NOT A VALID DATE: " WS-CYCLE-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-CYCLE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CYCLE-NUM)
           MOVE FUNCTION DATE-OF-INTEGER(WS-CYCLE-INT
               + WS-NOTICE-DAYS) TO WS-NOTICE-LIMIT.

       1000-OPEN-FILES.
           OPEN INPUT MAINT-JOURNAL
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "CUSTJRNL OPEN FAILED STATUS="
                   WS-JRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "CUSTMAST OPEN FAILED STATUS="
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    With no PENDSTAT there is nothing scheduled to give notice
      *    of; with no CUSTXREF a merge has no survivor to quote and
      *    goes to the exception report.
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
           OPEN I-O NOTICE-HISTORY
           IF WS-NHST-STATUS = "35"
               OPEN OUTPUT NOTICE-HISTORY
               CLOSE NOTICE-HISTORY
               OPEN I-O NOTICE-HISTORY
           END-IF
           IF WS-NHST-STATUS NOT = "00"
               DISPLAY "NOTFHIST OPEN FAILED STATUS="
                   WS-NHST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    One generation per cycle -- the mail house picks the file
      *    up whole, trailer and all.
           OPEN OUTPUT NOTICE-EXTRACT
           IF WS-EXTR-STATUS NOT = "00"
               DISPLAY "NOTFEXTR OPEN FAILED STATUS="
                   WS-EXTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXCEPTION-RPT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "NOTFEXCP OPEN FAILED STATUS="
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *  No control file yet means no extract has ever been cut.
      *  Unlike the change feed, the first extract must not mail the
      *  whole journal's history, so it starts after the run of rows
      *  stamped before the cycle date (the journal is appended in
      *  time order), and a rerun starts there too.  Otherwise
      *  tonight's extract starts where the last one ended -- or, on
      *  a rerun of the same cycle, where that run started.
       1100-READ-NOTICE-CONTROL.
           OPEN INPUT NOTICE-CONTROL
           IF WS-NCTL-STATUS = "00"
               READ NOTICE-CONTROL
                   AT END
                       SET WS-NO-CONTROL TO TRUE
                   NOT AT END
                       IF NCTL-FIRST-ROW NOT NUMERIC
                               OR NCTL-LAST-ROW NOT NUMERIC
                           DISPLAY "NOTFCTL ROW COUNTS NOT NUMERIC"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF NCTL-CYCLE-DATE = WS-CYCLE-DATE
                           MOVE NCTL-FIRST-ROW TO WS-JRNL-SKIP-ROWS
                       ELSE
                           MOVE NCTL-LAST-ROW TO WS-JRNL-SKIP-ROWS
                       END-IF
               END-READ
               CLOSE NOTICE-CONTROL
           ELSE
               IF WS-NCTL-STATUS NOT = "35"
                   DISPLAY "NOTFCTL OPEN FAILED STATUS="
                       WS-NCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-NO-CONTROL TO TRUE
           END-IF.

       2000-SCAN-JOURNAL.
           PERFORM UNTIL WS-END-OF-JOURNAL
               READ MAINT-JOURNAL
                   AT END
                       SET WS-END-OF-JOURNAL TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JRNL-READ-COUNT
                       IF WS-NO-CONTROL
                               AND WS-JRNL-READ-COUNT
                                   = WS-JRNL-SKIP-ROWS + 1
                               AND MJRN-TIMESTAMP(1:8) < WS-CYCLE-DATE
                           ADD 1 TO WS-JRNL-SKIP-ROWS
                       END-IF
                       IF WS-JRNL-READ-COUNT > WS-JRNL-SKIP-ROWS
                           PERFORM 2100-SCREEN-JOURNAL-ROW
                       ELSE
                           ADD 1 TO WS-EARLIER-COUNT
                       END-IF
               END-READ
           END-PERFORM
      *    A journal shorter than the last cut has been truncated or
      *    replaced -- extracting from it would skip or repeat letters.
           IF WS-JRNL-READ-COUNT < WS-JRNL-SKIP-ROWS
               DISPLAY "CUSTJRNL HAS " WS-JRNL-READ-COUNT
                   " ROWS BUT THE LAST EXTRACT WAS CUT AT "
                   WS-JRNL-SKIP-ROWS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *  Only the batch rows this extract mails about: a CUSTPAPL
      *  change that moved the status, and a CUSTMRGE merge.  Denied
      *  attempts changed nothing and are passed over.
       2100-SCREEN-JOURNAL-ROW.
           IF NOT MJRN-DENIED
               IF MJRN-USER-ID = "CUSTPAPL" AND MJRN-FUNC-CHANGE
                       AND MJRN-AFTER-IMAGE(32:1)
                           NOT = MJRN-BEFORE-IMAGE(32:1)
                   PERFORM 2200-STATUS-CHANGE-LETTER
               END-IF
               IF MJRN-USER-ID = "CUSTMRGE" AND MJRN-FUNC-MERGE
                   PERFORM 2300-MERGE-LETTER
               END-IF
           END-IF.

      *  The after image is the customer as CUSTPAPL left it, name
      *  and address included.  The change took effect the day it
      *  was applied.
       2200-STATUS-CHANGE-LETTER.
           EVALUATE MJRN-AFTER-IMAGE(32:1)
               WHEN "C"
                   MOVE 1 TO WS-LT-IDX
               WHEN "I"
                   MOVE 2 TO WS-LT-IDX
               WHEN "A"
                   MOVE 3 TO WS-LT-IDX
               WHEN OTHER
                   MOVE 0 TO WS-LT-IDX
           END-EVALUATE
           IF WS-LT-IDX > 0
               MOVE SPACES TO WS-LETTER
               MOVE MJRN-AFTER-IMAGE(1:10) TO WS-LTR-CUST-ID
               MOVE MJRN-TIMESTAMP(1:8) TO WS-LTR-EFF-DATE
               MOVE MJRN-AFTER-IMAGE(12:20) TO WS-LTR-NAME
               MOVE MJRN-AFTER-IMAGE(33:30) TO WS-LTR-ADDR-LINE
               MOVE MJRN-AFTER-IMAGE(63:20) TO WS-LTR-CITY
               MOVE MJRN-AFTER-IMAGE(83:2) TO WS-LTR-STATE
               MOVE MJRN-AFTER-IMAGE(85:9) TO WS-LTR-ZIP
               PERFORM 5000-ISSUE-LETTER
           END-IF.

      *  CUSTMRGE journals only the retired record; the survivor is
      *  the ID the retired one's CUSTXREF entry now points at.  The
      *  letter goes to the name and address on the surviving record
      *  -- the one the customer keeps -- or, if that has since left
      *  the master, to the retired record's.
       2300-MERGE-LETTER.
           MOVE 4 TO WS-LT-IDX
           MOVE SPACES TO WS-LETTER
           MOVE MJRN-BEFORE-IMAGE(1:10) TO WS-LTR-CUST-ID
           MOVE MJRN-TIMESTAMP(1:8) TO WS-LTR-EFF-DATE
           MOVE MJRN-BEFORE-IMAGE(12:20) TO WS-LTR-NAME
           MOVE MJRN-BEFORE-IMAGE(33:30) TO WS-LTR-ADDR-LINE
           MOVE MJRN-BEFORE-IMAGE(63:20) TO WS-LTR-CITY
           MOVE MJRN-BEFORE-IMAGE(83:2) TO WS-LTR-STATE
           MOVE MJRN-BEFORE-IMAGE(85:9) TO WS-LTR-ZIP
           IF WS-XREF-IS-OPEN
               MOVE WS-LTR-CUST-ID TO XREF-LEGACY-ID
               READ CUSTOMER-XREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE XREF-CUST-ID TO WS-LTR-SURVIVOR-ID
               END-READ
           END-IF
           IF WS-LTR-SURVIVOR-ID = SPACES
               SET ERR-CUSTOMER-NOT-FOUND TO TRUE
               MOVE WS-LTR-CUST-ID TO WS-FAILED-VALUE
               MOVE "No survivor on CUSTXREF." TO WS-ERROR-MSG
               PERFORM 5200-WRITE-EXCEPTION
           ELSE
               MOVE WS-LTR-SURVIVOR-ID TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-LTR-NAME
                       MOVE CUST-ADDR-LINE TO WS-LTR-ADDR-LINE
                       MOVE CUST-CITY TO WS-LTR-CITY
                       MOVE CUST-STATE TO WS-LTR-STATE
                       MOVE CUST-ZIP TO WS-LTR-ZIP
               END-READ
               PERFORM 5000-ISSUE-LETTER
           END-IF.

      *  A closure is given notice once it is due within the notice
      *  window but not yet due -- CUSTPAPL applies a closure whose
      *  date has arrived, and that sends the closure letter.  The
      *  notice goes to the customer as the master holds them now.
       3000-SCAN-PENDING-CLOSURES.
           IF WS-PSTS-IS-OPEN
               PERFORM UNTIL WS-END-OF-PENDING
                   READ PENDING-STATUS-FILE
                       AT END
                           SET WS-END-OF-PENDING TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PSTS-READ-COUNT
                           IF PSTS-STATUS-CLOSED
                                   AND PSTS-EFF-DATE > WS-CYCLE-DATE
                                   AND PSTS-EFF-DATE
                                       <= WS-NOTICE-LIMIT
                               PERFORM 3100-CLOSURE-NOTICE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       3100-CLOSURE-NOTICE.
           MOVE PSTS-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-FILE-COUNT
               NOT INVALID KEY
                   IF NOT CUST-STATUS-CLOSED
                       MOVE 5 TO WS-LT-IDX
                       MOVE SPACES TO WS-LETTER
                       MOVE CUST-ID TO WS-LTR-CUST-ID
                       MOVE PSTS-EFF-DATE TO WS-LTR-EFF-DATE
                       MOVE CUST-NAME TO WS-LTR-NAME
                       MOVE CUST-ADDR-LINE TO WS-LTR-ADDR-LINE
                       MOVE CUST-CITY TO WS-LTR-CITY
                       MOVE CUST-STATE TO WS-LTR-STATE
                       MOVE CUST-ZIP TO WS-LTR-ZIP
                       PERFORM 5000-ISSUE-LETTER
                   END-IF
           END-READ.

      *  The caller fills WS-LETTER and WS-LT-IDX.  A letter already
      *  on the history is not sent again; an address the mail house
      *  cannot use goes to the exception report; anything else goes
      *  on the extract and into the history.  An exception is not
      *  recorded as sent, so an advance notice is retried each night
      *  until the address is put right or the closure is applied.
       5000-ISSUE-LETTER.
           MOVE "N" TO WS-ALREADY-SENT-SW
           MOVE "N" TO WS-RESEND-SW
           MOVE WS-LTR-CUST-ID TO NHST-CUST-ID
           MOVE WS-LT-CODE(WS-LT-IDX) TO NHST-LETTER-TYPE
           MOVE WS-LTR-EFF-DATE TO NHST-EFFECTIVE-DATE
           READ NOTICE-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NHST-CYCLE-DATE = WS-CYCLE-DATE
                           AND NHST-RUN-STAMP NOT = WS-RUN-STAMP
                       SET WS-RESEND TO TRUE
                   ELSE
                       SET WS-ALREADY-SENT TO TRUE
                   END-IF
           END-READ
           IF WS-ALREADY-SENT
               ADD 1 TO WS-DUPLICATE-COUNT
           ELSE
               PERFORM 5100-EDIT-MAILING-ADDRESS
               IF ERR-NONE
                   PERFORM 5300-WRITE-LETTER
               ELSE
                   PERFORM 5150-RESOLVE-ERROR-MSG
                   PERFORM 5200-WRITE-EXCEPTION
                   IF WS-RESEND
                       PERFORM 5250-DROP-HISTORY
                   END-IF
               END-IF
           END-IF.

      *  A letter needs a street and a city, and the state and ZIP
      *  must pass the same STATZIP edit every master write applies.
      *  The phone number plays no part in a mailing.
       5100-EDIT-MAILING-ADDRESS.
           MOVE SPACES TO WS-FAILED-VALUE
           IF WS-LTR-ADDR-LINE = SPACES OR WS-LTR-CITY = SPACES
               SET ERR-ADDRESS-BLANK TO TRUE
           ELSE
               MOVE WS-LTR-STATE TO WS-EDIT-STATE
               MOVE WS-LTR-ZIP TO WS-EDIT-ZIP
               PERFORM 5110-EDIT-STATE-ZIP
               IF ERR-STATE-INVALID
                   MOVE WS-LTR-STATE TO WS-FAILED-VALUE
               ELSE
                   MOVE WS-LTR-ZIP TO WS-FAILED-VALUE
               END-IF
           END-IF.

      *  Address edit against the STATZIP table, the same paragraph
      *  every program that writes a customer master record carries
      *  -- keep it in step with CUSTMNT, CUSTLOAD and CUSTAPLY.
      *  The state must be on the table and the ZIP must be five
      *  digits, or nine with the ZIP+4 suffix, whose first three
      *  fall inside one of that state's prefix ranges.
       5110-EDIT-STATE-ZIP.
           MOVE "N" TO WS-SZ-STATE-SW
           MOVE "N" TO WS-SZ-ZIP-SW
           PERFORM VARYING WS-SZ-IDX FROM 1 BY 1
                   UNTIL WS-SZ-IDX > WS-SZ-COUNT
               IF WS-SZ-STATE(WS-SZ-IDX) = WS-EDIT-STATE
                   SET WS-SZ-STATE-FOUND TO TRUE
                   IF WS-EDIT-ZIP(1:3) >= WS-SZ-ZIP-LOW(WS-SZ-IDX)
                           AND WS-EDIT-ZIP(1:3)
                               <= WS-SZ-ZIP-HIGH(WS-SZ-IDX)
                       SET WS-SZ-ZIP-IN-RANGE TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT WS-SZ-STATE-FOUND
                   SET ERR-STATE-INVALID TO TRUE
               WHEN WS-EDIT-ZIP(1:5) IS NOT NUMERIC
                   SET ERR-ZIP-FORMAT TO TRUE
               WHEN WS-EDIT-ZIP(6:4) NOT = SPACES
                       AND WS-EDIT-ZIP(6:4) IS NOT NUMERIC
                   SET ERR-ZIP-FORMAT TO TRUE
               WHEN NOT WS-SZ-ZIP-IN-RANGE
                   SET ERR-ZIP-NOT-IN-STATE TO TRUE
               WHEN OTHER
                   SET ERR-NONE TO TRUE
           END-EVALUATE.

       5150-RESOLVE-ERROR-MSG.
           EVALUATE TRUE
               WHEN ERR-ADDRESS-BLANK
                   MOVE "Street or city is blank." TO WS-ERROR-MSG
               WHEN ERR-STATE-INVALID
                   MOVE "State is not a valid state code."
                       TO WS-ERROR-MSG
               WHEN ERR-ZIP-FORMAT
                   MOVE "ZIP code must be 5 or 9 digits."
                       TO WS-ERROR-MSG
               WHEN ERR-ZIP-NOT-IN-STATE
                   MOVE "ZIP code does not belong to that state."
                       TO WS-ERROR-MSG
               WHEN OTHER
                   MOVE "Unrecognized error condition." TO WS-ERROR-MSG
           END-EVALUATE.

       5200-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-LT-CODE(WS-LT-IDX) TO WS-DET-TYPE
           MOVE WS-LTR-CUST-ID TO WS-DET-ID
           MOVE WS-LTR-NAME TO WS-DET-NAME
           MOVE WS-LTR-EFF-DATE TO WS-DET-EFF-DATE
           MOVE WS-ERROR-CODE TO WS-DET-CODE
           MOVE WS-FAILED-VALUE TO WS-DET-VALUE
           MOVE WS-ERROR-MSG TO WS-DET-REASON
           MOVE SPACES TO RPT-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *  The address has gone bad since the earlier run of the night
      *  sent the letter, and that run's extract is gone, so the
      *  letter counts as unsent and is tried again once corrected.
       5250-DROP-HISTORY.
           DELETE NOTICE-HISTORY
               INVALID KEY
                   DISPLAY "NOTFHIST DELETE FAILED FOR " NHST-KEY
                       " STATUS=" WS-NHST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-DELETE.

       5300-WRITE-LETTER.
           MOVE SPACES TO NOTIFICATION-LETTER-RECORD
           MOVE WS-LT-CODE(WS-LT-IDX) TO NOTF-LETTER-TYPE
           MOVE WS-LTR-CUST-ID TO NOTF-CUSTOMER-ID
           MOVE WS-LTR-SURVIVOR-ID TO NOTF-SURVIVOR-ID
           MOVE WS-LTR-EFF-DATE TO NOTF-EFFECTIVE-DATE
           MOVE WS-LTR-NAME TO NOTF-NAME
           MOVE WS-LTR-ADDR-LINE TO NOTF-ADDR-LINE
           MOVE WS-LTR-CITY TO NOTF-CITY
           MOVE WS-LTR-STATE TO NOTF-STATE
           MOVE WS-LTR-ZIP TO NOTF-ZIP
           WRITE NOTIFICATION-LETTER-RECORD
           IF WS-EXTR-STATUS NOT = "00"
               DISPLAY "NOTFEXTR WRITE FAILED FOR " NOTF-CUSTOMER-ID
                   " STATUS=" WS-EXTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LETTER-COUNT
           ADD 1 TO WS-LT-TALLY(WS-LT-IDX)
           MOVE NOTF-CUSTOMER-ID TO WS-HASH-ID
           PERFORM 8500-ADD-ID-TO-HASH
           MOVE WS-CYCLE-DATE TO NHST-CYCLE-DATE
           MOVE WS-RUN-STAMP TO NHST-RUN-STAMP
           IF WS-RESEND
               ADD 1 TO WS-RESEND-COUNT
               REWRITE NOTICE-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "NOTFHIST REWRITE FAILED FOR " NHST-KEY
                           " STATUS=" WS-NHST-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           ELSE
               WRITE NOTICE-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "NOTFHIST WRITE FAILED FOR " NHST-KEY
                           " STATUS=" WS-NHST-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-WRITE
           END-IF.

       6500-WRITE-TRAILER.
           MOVE SPACES TO TRAILER-RECORD
           MOVE "TRL" TO TRLR-MARKER
           MOVE WS-LETTER-COUNT TO TRLR-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO TRLR-HASH-TOTAL
           MOVE TRAILER-RECORD TO NOTF-TRAILER-IMAGE
           WRITE NOTF-TRAILER-IMAGE
           IF WS-EXTR-STATUS NOT = "00"
               DISPLAY "NOTFEXTR TRAILER WRITE FAILED STATUS="
                   WS-EXTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       7000-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "JOURNAL ROWS EXAMINED:" TO WS-CNT-LABEL
           COMPUTE WS-CNT-VALUE =
               WS-JRNL-READ-COUNT - WS-EARLIER-COUNT
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE "PENDSTAT ROWS EXAMINED:" TO WS-CNT-LABEL
           MOVE WS-PSTS-READ-COUNT TO WS-CNT-VALUE
           PERFORM 7100-WRITE-COUNT-LINE
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > 5
               MOVE SPACES TO WS-CNT-LABEL
               STRING WS-LT-CODE(WS-LT-IDX) " "
                   WS-LT-LABEL(WS-LT-IDX) DELIMITED BY SIZE
                   INTO WS-CNT-LABEL
               MOVE WS-LT-TALLY(WS-LT-IDX) TO WS-CNT-VALUE
               PERFORM 7100-WRITE-COUNT-LINE
           END-PERFORM
           MOVE "LETTERS ON THE EXTRACT:" TO WS-CNT-LABEL
           MOVE WS-LETTER-COUNT TO WS-CNT-VALUE
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE "EXCEPTIONS FOR CSR FOLLOW-UP:" TO WS-CNT-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-CNT-VALUE
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE "ALREADY SENT, NOT REPEATED:" TO WS-CNT-LABEL
           MOVE WS-DUPLICATE-COUNT TO WS-CNT-VALUE
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE "RESENT FROM AN EARLIER RUN TONIGHT:" TO WS-CNT-LABEL
           MOVE WS-RESEND-COUNT TO WS-CNT-VALUE
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE "NOTICES FOR CUSTOMERS NOT ON CUSTMAST:" TO WS-CNT-LABEL
           MOVE WS-NOT-ON-FILE-COUNT TO WS-CNT-VALUE
           PERFORM 7100-WRITE-COUNT-LINE.

       7100-WRITE-COUNT-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE.

       8500-ADD-ID-TO-HASH.
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > 10
               ADD FUNCTION ORD(WS-HASH-ID(WS-HASH-IDX:1))
                   TO WS-HASH-TOTAL
           END-PERFORM.

       9000-CLOSE-FILES.
           CLOSE MAINT-JOURNAL
           CLOSE CUSTOMER-MASTER
           IF WS-PSTS-IS-OPEN
               CLOSE PENDING-STATUS-FILE
           END-IF
           IF WS-XREF-IS-OPEN
               CLOSE CUSTOMER-XREF
           END-IF
           CLOSE NOTICE-HISTORY
           CLOSE NOTICE-EXTRACT
           CLOSE EXCEPTION-RPT.

      *  Written only once the extract is complete, so a run that
      *  dies part way leaves the last good cut in place.
       9200-WRITE-NOTICE-CONTROL.
           OPEN OUTPUT NOTICE-CONTROL
           IF WS-NCTL-STATUS NOT = "00"
               DISPLAY "NOTFCTL OPEN FAILED STATUS="
                   WS-NCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO NCTL-RECORD
           MOVE WS-CYCLE-DATE TO NCTL-CYCLE-DATE
           MOVE WS-JRNL-SKIP-ROWS TO NCTL-FIRST-ROW
           MOVE WS-JRNL-READ-COUNT TO NCTL-LAST-ROW
           MOVE FUNCTION CURRENT-DATE TO NCTL-TIMESTAMP
           WRITE NCTL-RECORD
           CLOSE NOTICE-CONTROL.
