      ******************************************************************
      *  PROGRAM-ID: CUSTPURG
      *  Personal-data purge for long-closed customers.  A closed
      *  customer whose last maintenance on CUSTHIST (the closure or
      *  anything after it) is at least the PURGPARM retention period
      *  old has its personal data removed everywhere this system
      *  keeps it, while the customer ID, ID type, status and dates
      *  stay so the account still reconciles:
      *    CUSTMAST  - name masked, address, city, state, ZIP and
      *                phone blanked, and the rewrite journaled;
      *    CUSTHIST  - the name carried in each row's detail masked;
      *    CUSTPHON  - the phonetic row removed (CUSTPBLD does not
      *                index a name carrying either mark, so it is
      *                not rebuilt);
      *    CUSTAUDT and AUDTARCH - AUDIT-CUSTOMER-NAME masked, legacy
      *                lookups resolved through CUSTXREF;
      *    CUSTJRNL  - the personal fields masked in both images.
      *  The three sequential logs are written as new generations
      *  (AUDTPURG, ARCHPURG, JRNLPURG) with the purge journal rows
      *  at the end of JRNLPURG; operations swaps them in for the
      *  live files the same way it swaps AUDTNEW and SUSPNEW, with
      *  the online region down.  A customer with an open suspense
      *  item, a billing acknowledgment still pending on CUSTPEND or
      *  a scheduled change on PENDSTAT is held back and listed.
      *  The master is masked first, so until operations has swapped
      *  the new generations in, the other files can still hold the
      *  data.  The master therefore carries the pending mark until
      *  a later purge run goes through every file again and finds
      *  nothing left, and only then the final mark.  A customer
      *  still pending is re-checked on every run, so a rerun after
      *  an abend, or a night the generations were not swapped,
      *  masks the rest again.
      *  Nothing is touched unless PURGPARM asks for a purge and
      *  names the approving supervisor, who must hold supervisor
      *  level on OPERPROF; otherwise the run is a trial that lists
      *  what a purge would do.  PURGRPT is the purge certificate:
      *  every customer purged with the rows changed in each file,
      *  every customer held back and why, and the totals.
      *
      *  PURGPARM: retention days (columns 1-5), approving
      *  supervisor's user ID (columns 7-14), and P in column 16 to
      *  purge -- anything else is a trial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPURG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURGE-PARM ASSIGN TO "PURGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPERATOR-PROFILE ASSIGN TO "OPERPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-USER-ID
               FILE STATUS IS WS-PROF-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT CUSTOMER-HISTORY ASSIGN TO "CUSTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PHONETIC-INDEX ASSIGN TO "CUSTPHON"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PHON-KEY
               FILE STATUS IS WS-PHON-STATUS.

           SELECT PENDING-STATUS-FILE ASSIGN TO "PENDSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PSTS-CUST-ID
               FILE STATUS IS WS-PSTS-STATUS.

           SELECT CUSTOMER-XREF ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XREF-LEGACY-ID
               FILE STATUS IS WS-XREF-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT PENDING-FILE ASSIGN TO "CUSTPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT HOLD-SORT-FILE ASSIGN TO "PURGSRTH".

           SELECT HOLD-SORTED ASSIGN TO "PURGHSRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSRT-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "CUSTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-PURGED ASSIGN TO "AUDTPURG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDP-STATUS.

           SELECT AUDIT-ARCHIVE ASSIGN TO "AUDTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT ARCHIVE-PURGED ASSIGN TO "ARCHPURG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCP-STATUS.

           SELECT MAINT-JOURNAL ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT JOURNAL-PURGED ASSIGN TO "JRNLPURG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNP-STATUS.

           SELECT HELD-WORK ASSIGN TO "PURGHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

           SELECT PURGE-CERT ASSIGN TO "PURGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PURGE-PARM.
       01  PARM-RECORD.
           05  PARM-RETENTION-DAYS         PIC X(5).
           05  FILLER                      PIC X(1).
           05  PARM-APPROVER               PIC X(8).
           05  FILLER                      PIC X(1).
           05  PARM-MODE                   PIC X(1).

       FD  OPERATOR-PROFILE.
       COPY OPERREC.

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  CUSTOMER-HISTORY.
       COPY HISTREC.

       FD  PHONETIC-INDEX.
       COPY PHONREC.

       FD  PENDING-STATUS-FILE.
       COPY PSTSREC.

       FD  CUSTOMER-XREF.
       COPY XREFREC.

       FD  SUSPENSE-FILE.
       COPY SUSPREC.

       FD  PENDING-FILE.
       01  PEND-RECORD.
           05  PEND-CUSTOMER-ID            PIC X(10).
           05  PEND-AGE-CYCLES             PIC 9(3).

       SD  HOLD-SORT-FILE.
       01  HOLD-SORT-RECORD.
           05  HSRT-CUSTOMER-ID            PIC X(10).
           05  HSRT-REASON                 PIC X(1).

       FD  HOLD-SORTED.
       01  HOLD-SORTED-RECORD.
           05  HOLD-CUSTOMER-ID            PIC X(10).
           05  HOLD-REASON                 PIC X(1).
               88  HOLD-FOR-SUSPENSE           VALUE "S".
               88  HOLD-FOR-ACK                VALUE "A".

       FD  AUDIT-LOG.
       01  AUDIT-LINE                      PIC X(90).

       FD  AUDIT-PURGED.
       01  AUDP-LINE                       PIC X(90).

       FD  AUDIT-ARCHIVE.
       01  ARCH-LINE                       PIC X(90).

       FD  ARCHIVE-PURGED.
       01  ARCP-LINE                       PIC X(90).

       FD  MAINT-JOURNAL.
       COPY MNTJRNL.

       FD  JOURNAL-PURGED.
       01  JRNP-LINE                       PIC X(257).

       FD  HELD-WORK.
       01  HELD-LINE                       PIC X(90).

       FD  PURGE-CERT.
       01  RPT-LINE                        PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                  PIC X(2).
       01  WS-PROF-STATUS                  PIC X(2).
       01  WS-CUSTMAST-STATUS              PIC X(2).
       01  WS-HIST-STATUS                  PIC X(2).
       01  WS-PHON-STATUS                  PIC X(2).
       01  WS-PSTS-STATUS                  PIC X(2).
       01  WS-XREF-STATUS                  PIC X(2).
       01  WS-SUSP-STATUS                  PIC X(2).
       01  WS-PEND-STATUS                  PIC X(2).
       01  WS-HSRT-STATUS                  PIC X(2).
       01  WS-AUDIT-STATUS                 PIC X(2).
       01  WS-AUDP-STATUS                  PIC X(2).
       01  WS-ARCH-STATUS                  PIC X(2).
       01  WS-ARCP-STATUS                  PIC X(2).
       01  WS-JRNL-STATUS                  PIC X(2).
       01  WS-JRNP-STATUS                  PIC X(2).
       01  WS-HELD-STATUS                  PIC X(2).
       01  WS-RPT-STATUS                   PIC X(2).

       01  WS-EOF-FLAG                     PIC X     VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".
       01  WS-MAST-EOF-FLAG                PIC X     VALUE "N".
           88  WS-END-OF-MASTER                VALUE "Y".
       01  WS-PURGE-MODE-SW                PIC X     VALUE "N".
           88  WS-PURGE-RUN                     VALUE "Y".
       01  WS-HIST-OPEN-SW                 PIC X     VALUE "N".
           88  WS-HIST-IS-OPEN                  VALUE "Y".
       01  WS-PHON-OPEN-SW                 PIC X     VALUE "N".
           88  WS-PHON-IS-OPEN                  VALUE "Y".
       01  WS-PSTS-OPEN-SW                 PIC X     VALUE "N".
           88  WS-PSTS-IS-OPEN                  VALUE "Y".
       01  WS-XREF-OPEN-SW                 PIC X     VALUE "N".
           88  WS-XREF-IS-OPEN                  VALUE "Y".
       01  WS-ARCH-OPEN-SW                 PIC X     VALUE "N".
           88  WS-ARCH-IS-OPEN                  VALUE "Y".
       01  WS-JRNL-OPEN-SW                 PIC X     VALUE "N".
           88  WS-JRNL-IS-OPEN                  VALUE "Y".
       01  WS-HELD-SW                      PIC X     VALUE "N".
           88  WS-IS-HELD                       VALUE "Y".

       COPY PURGMASK.

       01  WS-RETENTION-DAYS               PIC 9(5)  VALUE 0.
       01  WS-APPROVER                     PIC X(8)  VALUE SPACES.
       01  WS-APPROVER-NAME                PIC X(20) VALUE SPACES.
       01  WS-CURRENT-STAMP                PIC X(21) VALUE SPACES.
       01  WS-TODAY-DATE                   PIC X(8)  VALUE SPACES.
       01  WS-TODAY-NUM REDEFINES WS-TODAY-DATE
                                           PIC 9(8).
       01  WS-TODAY-INT                    PIC 9(7)  VALUE 0.
       01  WS-WORK-DATE                    PIC X(8)  VALUE SPACES.
       01  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
                                           PIC 9(8).
       01  WS-CLOSED-DAYS                  PIC 9(5)  VALUE 0.

      *  The current history and hold keys (HIGH-VALUES once the
      *  file is used up) and the last maintenance found for the
      *  customer in hand.
       01  WS-HIST-CUST-KEY                PIC X(10) VALUE SPACES.
       01  WS-HOLD-KEY                     PIC X(10) VALUE SPACES.
       01  WS-LAST-MAINT-DATE              PIC X(8)  VALUE SPACES.
       01  WS-HOLD-SUSP-SW                 PIC X     VALUE "N".
           88  WS-HOLD-SUSP                     VALUE "Y".
       01  WS-HOLD-ACK-SW                  PIC X     VALUE "N".
           88  WS-HOLD-ACK                      VALUE "Y".
       01  WS-RELEASE-ID                   PIC X(10) VALUE SPACES.

       01  WS-CLOSED-COUNT                 PIC 9(6)  VALUE 0.
       01  WS-TOO-RECENT-COUNT             PIC 9(6)  VALUE 0.
       01  WS-ALREADY-COUNT                PIC 9(6)  VALUE 0.
       01  WS-RECHECK-COUNT                PIC 9(6)  VALUE 0.
       01  WS-SETTLED-COUNT                PIC 9(6)  VALUE 0.
       01  WS-NEW-PURGE-COUNT              PIC 9(6)  VALUE 0.
       01  WS-MAST-COUNT                   PIC 9(6)  VALUE 0.
       01  WS-HELD-COUNT                   PIC 9(6)  VALUE 0.
       01  WS-NODATE-COUNT                 PIC 9(6)  VALUE 0.
       01  WS-DEFERRED-COUNT               PIC 9(6)  VALUE 0.
       01  WS-TOT-HIST                     PIC 9(7)  VALUE 0.
       01  WS-TOT-PHON                     PIC 9(7)  VALUE 0.
       01  WS-TOT-AUDT                     PIC 9(7)  VALUE 0.
       01  WS-TOT-ARCH                     PIC 9(7)  VALUE 0.
       01  WS-TOT-JRNL                     PIC 9(7)  VALUE 0.

      *  Customers purged this run and earlier purges still pending,
      *  in customer ID order because the master is read that way --
      *  the log passes look IDs up by halving.  A run that finds
      *  more than WS-PURG-MAX customers takes the first WS-PURG-MAX
      *  and defers the rest to the next run; they are listed as
      *  held.  WS-PURG-DATA-LEFT is set when any file still held
      *  personal data for the customer this run.
       01  WS-PURG-MAX                     PIC 9(4)  VALUE 2000.
       01  WS-PURG-COUNT                   PIC 9(4)  VALUE 0.
       01  WS-PURG-IDX                     PIC 9(4)  VALUE 0.
       01  WS-PURG-TABLE.
           05  WS-PURG-ENTRY OCCURS 2000 TIMES.
               10  WS-PURG-ID              PIC X(10).
               10  WS-PURG-CLOSED-SINCE    PIC X(8).
               10  WS-PURG-IMAGE           PIC X(111).
               10  WS-PURG-KIND-SW         PIC X.
                   88  WS-PURG-RECHECK          VALUE "R".
               10  WS-PURG-LEFT-SW         PIC X.
                   88  WS-PURG-DATA-LEFT        VALUE "Y".
               10  WS-PURG-MAST            PIC 9(1).
               10  WS-PURG-HIST            PIC 9(5).
               10  WS-PURG-PHON            PIC 9(3).
               10  WS-PURG-AUDT            PIC 9(6).
               10  WS-PURG-ARCH            PIC 9(6).
               10  WS-PURG-JRNL            PIC 9(6).
       01  WS-SEEK-ID                      PIC X(10) VALUE SPACES.
       01  WS-SEEK-LOW                     PIC 9(4)  VALUE 0.
       01  WS-SEEK-HIGH                    PIC 9(4)  VALUE 0.
       01  WS-SEEK-MID                     PIC 9(4)  VALUE 0.
       01  WS-SEEK-SW                      PIC X     VALUE "N".
           88  WS-SEEK-FOUND                    VALUE "Y".
       01  WS-JRNL-HIT-SW                  PIC X     VALUE "N".
           88  WS-JRNL-HIT                      VALUE "Y".
       01  WS-DATA-SW                      PIC X     VALUE "N".
           88  WS-DATA-FOUND                    VALUE "Y".
       01  WS-JRNL-IMAGE                   PIC X(111) VALUE SPACES.

       COPY AUDITREC.

       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(28) VALUE
               "PERSONAL DATA PURGE -- RUN ".
           05  WS-HDG-RUN-DATE             PIC X(8).
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  WS-HDG-MODE                 PIC X(40).

       01  WS-HEADING-LINE-2.
           05  FILLER                      PIC X(16) VALUE
               "RETENTION DAYS: ".
           05  WS-HDG-RETENTION            PIC ZZZZ9.
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  FILLER                      PIC X(13) VALUE
               "APPROVED BY: ".
           05  WS-HDG-APPROVER             PIC X(8).
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-HDG-APPROVER-NAME        PIC X(20).

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(10) VALUE "CUSTOMER".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(2)  VALUE "ST".
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  FILLER                      PIC X(8)  VALUE "CLOSED".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(4)  VALUE "MAST".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(5)  VALUE " HIST".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(4)  VALUE "PHON".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(6)  VALUE "  AUDT".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(6)  VALUE "  ARCH".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(6)  VALUE "  JRNL".

       01  WS-DETAIL-LINE.
           05  WS-DET-ID                   PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DET-STATUS               PIC X(1).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DET-CLOSED               PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DET-MAST                 PIC ZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DET-HIST                 PIC ZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DET-PHON                 PIC ZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DET-AUDT                 PIC ZZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DET-ARCH                 PIC ZZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DET-JRNL                 PIC ZZZZZ9.

       01  WS-HELD-DETAIL.
           05  WS-HLD-TAG                  PIC X(10) VALUE "HELD BACK".
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-HLD-ID                   PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-HLD-CLOSED               PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-HLD-REASON               PIC X(40).

       01  WS-SECTION-LINE.
           05  FILLER                      PIC X(4)  VALUE "--- ".
           05  WS-SEC-TITLE                PIC X(50).

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL                PIC X(34).
           05  WS-CNT-VALUE                PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE WS-CURRENT-STAMP(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           PERFORM 1000-READ-PARM
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-CHECK-APPROVER
           PERFORM 2000-SORT-HOLDS
           PERFORM 3000-SELECT-CUSTOMERS
           PERFORM 4000-MASK-HISTORY
           PERFORM 4500-DROP-PHONETIC-ROWS
           PERFORM 5000-MASK-AUDIT-LOGS
           PERFORM 5500-MASK-JOURNAL
           PERFORM 6000-PRINT-CERTIFICATE
           PERFORM 9000-CLOSE-FILES
           DISPLAY "CUSTPURG: " WS-NEW-PURGE-COUNT " CUSTOMERS "
               WS-HDG-MODE
           STOP RUN.

      *  The retention period is required -- a blank must never
      *  purge every closed account on file.
       1000-READ-PARM.
           OPEN INPUT PURGE-PARM
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "PURGPARM OPEN FAILED STATUS="
                   WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PURGE-PARM
               AT END
                   DISPLAY "PURGPARM IS EMPTY -- RETENTION DAYS "
                       "REQUIRED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF PARM-RETENTION-DAYS NOT NUMERIC
               DISPLAY "PURGPARM RETENTION DAYS NOT NUMERIC: "
                   PARM-RETENTION-DAYS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-RETENTION-DAYS TO WS-RETENTION-DAYS
           IF WS-RETENTION-DAYS = 0
               DISPLAY "PURGPARM RETENTION DAYS MUST BE ABOVE ZERO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-APPROVER TO WS-APPROVER
           IF PARM-MODE = "P"
               SET WS-PURGE-RUN TO TRUE
           END-IF
           CLOSE PURGE-PARM.

      *  The master, history and phonetic index are opened for
      *  update only on a real purge; a trial reads everything and
      *  writes nothing but the certificate.  Every file other than
      *  the master and the audit log may legitimately not exist
      *  yet and just means there is nothing there to purge or to
      *  hold a customer back for.
       1100-OPEN-FILES.
           OPEN INPUT OPERATOR-PROFILE
           IF WS-PROF-STATUS NOT = "00"
               DISPLAY "OPERPROF OPEN FAILED STATUS="
                   WS-PROF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PURGE-RUN
               OPEN I-O CUSTOMER-MASTER
           ELSE
               OPEN INPUT CUSTOMER-MASTER
           END-IF
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "CUSTMAST OPEN FAILED STATUS="
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
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
           OPEN OUTPUT HELD-WORK
           IF WS-HELD-STATUS NOT = "00"
               DISPLAY "PURGHOLD OPEN FAILED STATUS="
                   WS-HELD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PURGE-CERT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "PURGRPT OPEN FAILED STATUS="
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *  A purge cannot be undone, so it takes a supervisor: the
      *  approver must be on OPERPROF at supervisor level or the run
      *  stops before anything is read.  A trial needs no approval
      *  but names the approver if one is given.
       1200-CHECK-APPROVER.
           IF WS-APPROVER NOT = SPACES
               MOVE WS-APPROVER TO OPER-USER-ID
               READ OPERATOR-PROFILE
                   INVALID KEY
                       MOVE 0 TO OPER-LEVEL
                       MOVE "NOT ON OPERPROF" TO OPER-NAME
               END-READ
               MOVE OPER-NAME TO WS-APPROVER-NAME
           END-IF
           IF WS-PURGE-RUN
               IF WS-APPROVER = SPACES
                   DISPLAY "PURGPARM REQUESTS A PURGE BUT NAMES NO "
                       "APPROVING SUPERVISOR"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF NOT OPER-LEVEL-SUPERVISOR
                   DISPLAY "PURGE APPROVER " WS-APPROVER
                       " IS NOT A SUPERVISOR ON OPERPROF -- REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "PURGE -- PERSONAL DATA REMOVED"
                   TO WS-HDG-MODE
           ELSE
               MOVE "TRIAL -- NOTHING PURGED" TO WS-HDG-MODE
           END-IF
           CLOSE OPERATOR-PROFILE.

      *  Open suspense items and pending acknowledgments are sorted
      *  into customer ID order so they can be matched against the
      *  master as it is read.  A suspense item keyed by a legacy ID
      *  holds back the customer that ID resolves to.
       2000-SORT-HOLDS.
           SORT HOLD-SORT-FILE
               ON ASCENDING KEY HSRT-CUSTOMER-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2100-RELEASE-HOLDS
               GIVING HOLD-SORTED
           OPEN INPUT HOLD-SORTED
           IF WS-HSRT-STATUS NOT = "00"
               DISPLAY "PURGHSRT OPEN FAILED STATUS="
                   WS-HSRT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2900-READ-HOLD.

       2100-RELEASE-HOLDS.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ SUSPENSE-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF SUSP-OPEN
                               MOVE SUSP-INPUT-ID TO WS-RELEASE-ID
                               PERFORM 2150-RELEASE-SUSPENSE-ID
                               MOVE SUSP-CORRECTED-ID
                                   TO WS-RELEASE-ID
                               PERFORM 2150-RELEASE-SUSPENSE-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           ELSE
               IF WS-SUSP-STATUS NOT = "35"
                   DISPLAY "SUSPFILE OPEN FAILED STATUS="
                       WS-SUSP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT PENDING-FILE
           IF WS-PEND-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ PENDING-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE PEND-CUSTOMER-ID TO HSRT-CUSTOMER-ID
                           MOVE "A" TO HSRT-REASON
                           RELEASE HOLD-SORT-RECORD
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           ELSE
               IF WS-PEND-STATUS NOT = "35"
                   DISPLAY "CUSTPEND OPEN FAILED STATUS="
                       WS-PEND-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2150-RELEASE-SUSPENSE-ID.
           IF WS-RELEASE-ID NOT = SPACES
               MOVE WS-RELEASE-ID TO HSRT-CUSTOMER-ID
               MOVE "S" TO HSRT-REASON
               RELEASE HOLD-SORT-RECORD
               IF WS-XREF-IS-OPEN
                   MOVE WS-RELEASE-ID TO XREF-LEGACY-ID
                   READ CUSTOMER-XREF
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE XREF-CUST-ID TO HSRT-CUSTOMER-ID
                           RELEASE HOLD-SORT-RECORD
                   END-READ
               END-IF
           END-IF.

       2900-READ-HOLD.
           READ HOLD-SORTED
               AT END
                   MOVE HIGH-VALUES TO WS-HOLD-KEY
               NOT AT END
                   MOVE HOLD-CUSTOMER-ID TO WS-HOLD-KEY
           END-READ.

       3000-SELECT-CUSTOMERS.
           PERFORM 3900-READ-HISTORY
           PERFORM UNTIL WS-END-OF-MASTER
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-MASTER TO TRUE
                   NOT AT END
                       IF CUST-STATUS-CLOSED
                           PERFORM 3100-CHECK-CLOSED-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-SORTED
           IF WS-HIST-IS-OPEN
               CLOSE CUSTOMER-HISTORY
           END-IF.

      *  There is no closure date on the master, so the customer's
      *  last maintenance row on CUSTHIST stands in for it: the
      *  closure was that change or an earlier one, so the account
      *  has been closed at least that long.  A closed customer with
      *  no maintenance on history cannot be dated and is held.  A
      *  customer already carrying the pending mark is not purged
      *  again but goes back through the other files.
       3100-CHECK-CLOSED-CUSTOMER.
           PERFORM 3200-FIND-LAST-MAINT
           EVALUATE TRUE
               WHEN CUST-NAME = WS-PURGE-NAME-MASK
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN CUST-NAME = WS-PENDING-NAME-MASK
                   PERFORM 3500-RECHECK-PENDING
               WHEN OTHER
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE WS-LAST-MAINT-DATE TO WS-WORK-DATE
                   IF WS-WORK-DATE NOT NUMERIC
                           OR FUNCTION TEST-DATE-YYYYMMDD
                               (WS-WORK-DATE-NUM) NOT = 0
                       ADD 1 TO WS-NODATE-COUNT
                       MOVE "No maintenance on CUSTHIST to date it."
                           TO WS-HLD-REASON
                       PERFORM 3600-HOLD-BACK
                   ELSE
                       COMPUTE WS-CLOSED-DAYS = WS-TODAY-INT
                           - FUNCTION INTEGER-OF-DATE
                               (WS-WORK-DATE-NUM)
                       IF WS-WORK-DATE < WS-TODAY-DATE
                               AND WS-CLOSED-DAYS >= WS-RETENTION-DAYS
                           PERFORM 3300-CHECK-HOLDS
                       ELSE
                           ADD 1 TO WS-TOO-RECENT-COUNT
                       END-IF
                   END-IF
           END-EVALUATE.

      *  CUSTHIST and CUSTMAST both read in customer ID order, so the
      *  history is consumed in step with the master, the same way
      *  CUSTDORM does it.  Rows within one customer come back in
      *  time order, so the last maintenance row read is the latest.
       3200-FIND-LAST-MAINT.
           MOVE SPACES TO WS-LAST-MAINT-DATE
           PERFORM UNTIL WS-HIST-CUST-KEY >= CUST-ID
               PERFORM 3900-READ-HISTORY
           END-PERFORM
           PERFORM UNTIL WS-HIST-CUST-KEY NOT = CUST-ID
               IF HIST-TYPE-MAINT
                   MOVE HIST-TIMESTAMP(1:8) TO WS-LAST-MAINT-DATE
               END-IF
               PERFORM 3900-READ-HISTORY
           END-PERFORM.

      *  Anything still in flight for the customer holds the purge
      *  back: one held line per reason, so the certificate says
      *  exactly what has to clear first.
       3300-CHECK-HOLDS.
           MOVE "N" TO WS-HELD-SW
           MOVE "N" TO WS-HOLD-SUSP-SW
           MOVE "N" TO WS-HOLD-ACK-SW
           PERFORM UNTIL WS-HOLD-KEY >= CUST-ID
               PERFORM 2900-READ-HOLD
           END-PERFORM
           PERFORM UNTIL WS-HOLD-KEY NOT = CUST-ID
               IF HOLD-FOR-SUSPENSE
                   SET WS-HOLD-SUSP TO TRUE
               ELSE
                   SET WS-HOLD-ACK TO TRUE
               END-IF
               PERFORM 2900-READ-HOLD
           END-PERFORM
           IF WS-HOLD-SUSP
               MOVE "Open suspense item on SUSPFILE."
                   TO WS-HLD-REASON
               PERFORM 3600-HOLD-BACK
           END-IF
           IF WS-HOLD-ACK
               MOVE "Billing acknowledgment pending on CUSTPEND."
                   TO WS-HLD-REASON
               PERFORM 3600-HOLD-BACK
           END-IF
           IF WS-PSTS-IS-OPEN
               MOVE CUST-ID TO PSTS-CUST-ID
               READ PENDING-STATUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Scheduled status change on PENDSTAT."
                           TO WS-HLD-REASON
                       PERFORM 3600-HOLD-BACK
               END-READ
           END-IF
           IF WS-IS-HELD
               ADD 1 TO WS-HELD-COUNT
           ELSE
               IF WS-PURG-COUNT >= WS-PURG-MAX
                   ADD 1 TO WS-DEFERRED-COUNT
                   MOVE "Run limit reached -- purged next run."
                       TO WS-HLD-REASON
                   PERFORM 3600-HOLD-BACK
               ELSE
                   PERFORM 3400-PURGE-MASTER-RECORD
               END-IF
           END-IF.

      *  The ID, ID type, status and opening date stay; everything
      *  that identifies a person goes, and the name takes the
      *  pending mark until the other files are found clean.
       3400-PURGE-MASTER-RECORD.
           MOVE WS-PENDING-NAME-MASK TO CUST-NAME
           MOVE SPACES TO CUST-ADDR-LINE
           MOVE SPACES TO CUST-CITY
           MOVE SPACES TO CUST-STATE
           MOVE SPACES TO CUST-ZIP
           MOVE SPACES TO CUST-PHONE
           ADD 1 TO WS-PURG-COUNT
           MOVE CUST-ID TO WS-PURG-ID(WS-PURG-COUNT)
           MOVE WS-LAST-MAINT-DATE
               TO WS-PURG-CLOSED-SINCE(WS-PURG-COUNT)
           MOVE CUSTOMER-RECORD TO WS-PURG-IMAGE(WS-PURG-COUNT)
           MOVE "N" TO WS-PURG-KIND-SW(WS-PURG-COUNT)
           MOVE "N" TO WS-PURG-LEFT-SW(WS-PURG-COUNT)
           MOVE 1 TO WS-PURG-MAST(WS-PURG-COUNT)
           ADD 1 TO WS-NEW-PURGE-COUNT
           ADD 1 TO WS-MAST-COUNT
           MOVE 0 TO WS-PURG-HIST(WS-PURG-COUNT)
           MOVE 0 TO WS-PURG-PHON(WS-PURG-COUNT)
           MOVE 0 TO WS-PURG-AUDT(WS-PURG-COUNT)
           MOVE 0 TO WS-PURG-ARCH(WS-PURG-COUNT)
           MOVE 0 TO WS-PURG-JRNL(WS-PURG-COUNT)
           IF WS-PURGE-RUN
               REWRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "CUSTMAST REWRITE FAILED FOR " CUST-ID
                           " STATUS=" WS-CUSTMAST-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           END-IF.

      *  An earlier purge still pending goes into the table as it
      *  stands on the master; nothing in flight can hold it back,
      *  since its personal data is already gone from the master.
       3500-RECHECK-PENDING.
           ADD 1 TO WS-RECHECK-COUNT
           IF WS-PURG-COUNT >= WS-PURG-MAX
               ADD 1 TO WS-DEFERRED-COUNT
               MOVE "Run limit reached -- rechecked next run."
                   TO WS-HLD-REASON
               PERFORM 3600-HOLD-BACK
           ELSE
               ADD 1 TO WS-PURG-COUNT
               MOVE CUST-ID TO WS-PURG-ID(WS-PURG-COUNT)
               MOVE WS-LAST-MAINT-DATE
                   TO WS-PURG-CLOSED-SINCE(WS-PURG-COUNT)
               MOVE CUSTOMER-RECORD TO WS-PURG-IMAGE(WS-PURG-COUNT)
               MOVE "R" TO WS-PURG-KIND-SW(WS-PURG-COUNT)
               MOVE "N" TO WS-PURG-LEFT-SW(WS-PURG-COUNT)
               MOVE 0 TO WS-PURG-MAST(WS-PURG-COUNT)
               MOVE 0 TO WS-PURG-HIST(WS-PURG-COUNT)
               MOVE 0 TO WS-PURG-PHON(WS-PURG-COUNT)
               MOVE 0 TO WS-PURG-AUDT(WS-PURG-COUNT)
               MOVE 0 TO WS-PURG-ARCH(WS-PURG-COUNT)
               MOVE 0 TO WS-PURG-JRNL(WS-PURG-COUNT)
           END-IF.

       3600-HOLD-BACK.
           SET WS-IS-HELD TO TRUE
           MOVE "HELD BACK" TO WS-HLD-TAG
           MOVE CUST-ID TO WS-HLD-ID
           MOVE WS-LAST-MAINT-DATE TO WS-HLD-CLOSED
           MOVE SPACES TO HELD-LINE
           MOVE WS-HELD-DETAIL TO HELD-LINE
           WRITE HELD-LINE.

       3900-READ-HISTORY.
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

      *  Second pass over CUSTHIST, this time for update: every row
      *  filed under a purged customer loses the name it carries.
      *  Only rows that still carry one are counted and rewritten.
       4000-MASK-HISTORY.
           IF WS-HIST-IS-OPEN AND WS-PURG-COUNT > 0
               IF WS-PURGE-RUN
                   OPEN I-O CUSTOMER-HISTORY
               ELSE
                   OPEN INPUT CUSTOMER-HISTORY
               END-IF
               IF WS-HIST-STATUS NOT = "00"
                   DISPLAY "CUSTHIST OPEN FAILED STATUS="
                       WS-HIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ CUSTOMER-HISTORY
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE HIST-CUST-ID TO WS-SEEK-ID
                           PERFORM 8600-FIND-PURGED-ID
                           IF WS-SEEK-FOUND
                               PERFORM 4100-MASK-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-HISTORY
           END-IF.

       4100-MASK-HISTORY-ROW.
           IF HIST-DETAIL NOT = SPACES
                   AND HIST-DETAIL NOT = WS-PURGE-NAME-MASK
                   AND HIST-DETAIL NOT = WS-PENDING-NAME-MASK
               ADD 1 TO WS-PURG-HIST(WS-PURG-IDX)
               ADD 1 TO WS-TOT-HIST
               SET WS-PURG-DATA-LEFT(WS-PURG-IDX) TO TRUE
               MOVE WS-PURGE-NAME-MASK TO HIST-DETAIL
               IF WS-PURGE-RUN
                   REWRITE HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "CUSTHIST REWRITE FAILED FOR "
                               HIST-CUST-ID " STATUS=" WS-HIST-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
               END-IF
           END-IF.

      *  The phonetic row is keyed by the sound of the old name, so
      *  it cannot be masked in place -- it is removed.
       4500-DROP-PHONETIC-ROWS.
           IF WS-PURG-COUNT > 0
               IF WS-PURGE-RUN
                   OPEN I-O PHONETIC-INDEX
               ELSE
                   OPEN INPUT PHONETIC-INDEX
               END-IF
               IF WS-PHON-STATUS = "00"
                   SET WS-PHON-IS-OPEN TO TRUE
               ELSE
                   IF WS-PHON-STATUS NOT = "35"
                       DISPLAY "CUSTPHON OPEN FAILED STATUS="
                           WS-PHON-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF
           IF WS-PHON-IS-OPEN
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ PHONETIC-INDEX
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE PHON-CUST-ID TO WS-SEEK-ID
                           PERFORM 8600-FIND-PURGED-ID
                           IF WS-SEEK-FOUND
                               PERFORM 4600-DROP-PHONETIC-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PHONETIC-INDEX
           END-IF.

      *  A row carrying either mark holds no personal data, so it is
      *  removed without being counted against the customer.
       4600-DROP-PHONETIC-ROW.
           IF PHON-NAME NOT = WS-PURGE-NAME-MASK
                   AND PHON-NAME NOT = WS-PENDING-NAME-MASK
               ADD 1 TO WS-PURG-PHON(WS-PURG-IDX)
               ADD 1 TO WS-TOT-PHON
               SET WS-PURG-DATA-LEFT(WS-PURG-IDX) TO TRUE
           END-IF
           IF WS-PURGE-RUN
               DELETE PHONETIC-INDEX
                   INVALID KEY
                       DISPLAY "CUSTPHON DELETE FAILED FOR "
                           PHON-CUST-ID " STATUS=" WS-PHON-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-DELETE
           END-IF.

      *  The audit log and its archive are copied whole to their new
      *  generations with the name masked on every row that resolves
      *  to a purged customer.  A lookup through a legacy ID is
      *  resolved the way CUSTHBLD resolves it.
       5000-MASK-AUDIT-LOGS.
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "CUSTAUDT OPEN FAILED STATUS="
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PURGE-RUN
               OPEN OUTPUT AUDIT-PURGED
               IF WS-AUDP-STATUS NOT = "00"
                   DISPLAY "AUDTPURG OPEN FAILED STATUS="
                       WS-AUDP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ AUDIT-LOG
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE AUDIT-LINE TO AUDIT-RECORD
                       PERFORM 5200-CHECK-AUDIT-ROW
                       IF WS-DATA-FOUND
                           ADD 1 TO WS-PURG-AUDT(WS-PURG-IDX)
                           ADD 1 TO WS-TOT-AUDT
                       END-IF
                       IF WS-PURGE-RUN
                           MOVE AUDIT-RECORD TO AUDP-LINE
                           WRITE AUDP-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG
           IF WS-PURGE-RUN
               CLOSE AUDIT-PURGED
           END-IF
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
           IF WS-ARCH-IS-OPEN
               PERFORM 5100-MASK-ARCHIVE
           END-IF.

       5100-MASK-ARCHIVE.
           IF WS-PURGE-RUN
               OPEN OUTPUT ARCHIVE-PURGED
               IF WS-ARCP-STATUS NOT = "00"
                   DISPLAY "ARCHPURG OPEN FAILED STATUS="
                       WS-ARCP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ AUDIT-ARCHIVE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE ARCH-LINE TO AUDIT-RECORD
                       PERFORM 5200-CHECK-AUDIT-ROW
                       IF WS-DATA-FOUND
                           ADD 1 TO WS-PURG-ARCH(WS-PURG-IDX)
                           ADD 1 TO WS-TOT-ARCH
                       END-IF
                       IF WS-PURGE-RUN
                           MOVE AUDIT-RECORD TO ARCP-LINE
                           WRITE ARCP-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-ARCHIVE
           IF WS-PURGE-RUN
               CLOSE ARCHIVE-PURGED
           END-IF.

      *  WS-DATA-FOUND is set when the row still carried the name.
       5200-CHECK-AUDIT-ROW.
           MOVE "N" TO WS-DATA-SW
           MOVE AUDIT-INPUT-ID TO WS-SEEK-ID
           IF AUDIT-VIA-LEGACY-ID AND WS-XREF-IS-OPEN
               MOVE AUDIT-INPUT-ID TO XREF-LEGACY-ID
               READ CUSTOMER-XREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE XREF-CUST-ID TO WS-SEEK-ID
               END-READ
           END-IF
           PERFORM 8600-FIND-PURGED-ID
           IF WS-SEEK-FOUND
                   AND AUDIT-CUSTOMER-NAME NOT = SPACES
                   AND AUDIT-CUSTOMER-NAME NOT = WS-PURGE-NAME-MASK
                   AND AUDIT-CUSTOMER-NAME NOT = WS-PENDING-NAME-MASK
               SET WS-DATA-FOUND TO TRUE
               SET WS-PURG-DATA-LEFT(WS-PURG-IDX) TO TRUE
               MOVE WS-PURGE-NAME-MASK TO AUDIT-CUSTOMER-NAME
           END-IF.

      *  The journal is copied whole to JRNLPURG with the personal
      *  fields masked in both images of every row for a purged
      *  customer, so neither the auditors nor a CUSTRCVR roll
      *  forward can bring the data back.  The purge itself is then
      *  journaled at the end of the new generation, one change row
      *  per customer with the purged image on both sides, so a
      *  roll forward from an older backup purges the record again
      *  and CUSTCHGF tells the downstream systems to erase the
      *  personal fields.
      *  CUSTXMNT rows carry a legacy xref ID and are copied as
      *  they stand.  An earlier purge still pending is journaled
      *  again if this run found its data anywhere; one found clean
      *  everywhere is settled instead.
       5500-MASK-JOURNAL.
           OPEN INPUT MAINT-JOURNAL
           IF WS-JRNL-STATUS = "00"
               SET WS-JRNL-IS-OPEN TO TRUE
           ELSE
               IF WS-JRNL-STATUS NOT = "35"
                   DISPLAY "CUSTJRNL OPEN FAILED STATUS="
                       WS-JRNL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-PURGE-RUN
               OPEN OUTPUT JOURNAL-PURGED
               IF WS-JRNP-STATUS NOT = "00"
                   DISPLAY "JRNLPURG OPEN FAILED STATUS="
                       WS-JRNP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-JRNL-IS-OPEN
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ MAINT-JOURNAL
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF MJRN-TERMINAL-ID NOT = "XMNT"
                               PERFORM 5600-CHECK-JOURNAL-ROW
                           END-IF
                           IF WS-PURGE-RUN
                               MOVE MAINT-JOURNAL-RECORD TO JRNP-LINE
                               WRITE JRNP-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINT-JOURNAL
           END-IF
           PERFORM VARYING WS-PURG-IDX FROM 1 BY 1
                   UNTIL WS-PURG-IDX > WS-PURG-COUNT
               IF WS-PURG-RECHECK(WS-PURG-IDX)
                       AND NOT WS-PURG-DATA-LEFT(WS-PURG-IDX)
                   PERFORM 5900-SETTLE-PURGE
               ELSE
                   IF WS-PURGE-RUN
                       PERFORM 5800-JOURNAL-PURGE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PURGE-RUN
               CLOSE JOURNAL-PURGED
           END-IF.

       5600-CHECK-JOURNAL-ROW.
           MOVE "N" TO WS-JRNL-HIT-SW
           MOVE MJRN-BEFORE-IMAGE(1:10) TO WS-SEEK-ID
           PERFORM 8600-FIND-PURGED-ID
           IF WS-SEEK-FOUND
               SET WS-JRNL-HIT TO TRUE
           ELSE
               MOVE MJRN-AFTER-IMAGE(1:10) TO WS-SEEK-ID
               PERFORM 8600-FIND-PURGED-ID
               IF WS-SEEK-FOUND
                   SET WS-JRNL-HIT TO TRUE
               END-IF
           END-IF
           IF WS-JRNL-HIT
               MOVE "N" TO WS-DATA-SW
               IF MJRN-BEFORE-IMAGE(1:10) NOT = SPACES
                   MOVE MJRN-BEFORE-IMAGE TO WS-JRNL-IMAGE
                   PERFORM 5650-MASK-JOURNAL-IMAGE
                   MOVE WS-JRNL-IMAGE TO MJRN-BEFORE-IMAGE
               END-IF
               IF MJRN-AFTER-IMAGE(1:10) NOT = SPACES
                   MOVE MJRN-AFTER-IMAGE TO WS-JRNL-IMAGE
                   PERFORM 5650-MASK-JOURNAL-IMAGE
                   MOVE WS-JRNL-IMAGE TO MJRN-AFTER-IMAGE
               END-IF
               IF WS-DATA-FOUND
                   ADD 1 TO WS-PURG-JRNL(WS-PURG-IDX)
                   ADD 1 TO WS-TOT-JRNL
                   SET WS-PURG-DATA-LEFT(WS-PURG-IDX) TO TRUE
               END-IF
           END-IF.

      *  An image already carrying either mark and no address or
      *  phone has nothing left to mask -- the purge rows themselves
      *  look like that.
       5650-MASK-JOURNAL-IMAGE.
           IF (WS-JRNL-IMAGE(12:20) NOT = WS-PURGE-NAME-MASK
                   AND WS-JRNL-IMAGE(12:20) NOT = WS-PENDING-NAME-MASK)
                   OR WS-JRNL-IMAGE(33:71) NOT = SPACES
               SET WS-DATA-FOUND TO TRUE
               MOVE WS-PURGE-NAME-MASK TO WS-JRNL-IMAGE(12:20)
               MOVE SPACES TO WS-JRNL-IMAGE(33:71)
           END-IF.

       5800-JOURNAL-PURGE.
           MOVE SPACES TO MAINT-JOURNAL-RECORD
           MOVE WS-CURRENT-STAMP TO MJRN-TIMESTAMP
           MOVE "CUSTPURG" TO MJRN-USER-ID
           MOVE SPACES TO MJRN-TERMINAL-ID
           SET MJRN-FUNC-CHANGE TO TRUE
           MOVE WS-PURG-IMAGE(WS-PURG-IDX) TO MJRN-BEFORE-IMAGE
           MOVE WS-PURG-IMAGE(WS-PURG-IDX) TO MJRN-AFTER-IMAGE
           MOVE SPACE TO MJRN-DENIED-SW
           MOVE MAINT-JOURNAL-RECORD TO JRNP-LINE
           WRITE JRNP-LINE
           ADD 1 TO WS-PURG-JRNL(WS-PURG-IDX)
           ADD 1 TO WS-TOT-JRNL.

      *  Nothing of the customer's personal data was left in any file
      *  this run, so the purge is complete: the master takes the
      *  final mark, journaled the way the purge itself is.
       5900-SETTLE-PURGE.
           ADD 1 TO WS-SETTLED-COUNT
           ADD 1 TO WS-MAST-COUNT
           MOVE 1 TO WS-PURG-MAST(WS-PURG-IDX)
           MOVE WS-PURGE-NAME-MASK TO WS-PURG-IMAGE(WS-PURG-IDX)(12:20)
           IF WS-PURGE-RUN
               MOVE WS-PURG-ID(WS-PURG-IDX) TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY "CUSTMAST READ FAILED FOR " CUST-ID
                           " STATUS=" WS-CUSTMAST-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-READ
               MOVE WS-PURGE-NAME-MASK TO CUST-NAME
               REWRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "CUSTMAST REWRITE FAILED FOR " CUST-ID
                           " STATUS=" WS-CUSTMAST-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
               PERFORM 5800-JOURNAL-PURGE
           END-IF.

       6000-PRINT-CERTIFICATE.
           MOVE WS-TODAY-DATE TO WS-HDG-RUN-DATE
           MOVE WS-RETENTION-DAYS TO WS-HDG-RETENTION
           MOVE WS-APPROVER TO WS-HDG-APPROVER
           MOVE WS-APPROVER-NAME TO WS-HDG-APPROVER-NAME
           MOVE SPACES TO RPT-LINE
           MOVE WS-HEADING-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-HEADING-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "CUSTOMERS PURGED -- ROWS CHANGED PER FILE"
               TO WS-SEC-TITLE
           PERFORM 6500-WRITE-SECTION-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-PURG-IDX FROM 1 BY 1
                   UNTIL WS-PURG-IDX > WS-PURG-COUNT
               IF NOT WS-PURG-RECHECK(WS-PURG-IDX)
                   PERFORM 6100-WRITE-PURGED-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "EARLIER PURGES RECHECKED -- ROWS CHANGED PER FILE"
               TO WS-SEC-TITLE
           PERFORM 6500-WRITE-SECTION-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-PURG-IDX FROM 1 BY 1
                   UNTIL WS-PURG-IDX > WS-PURG-COUNT
               IF WS-PURG-RECHECK(WS-PURG-IDX)
                   PERFORM 6100-WRITE-PURGED-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "CUSTOMERS HELD BACK" TO WS-SEC-TITLE
           PERFORM 6500-WRITE-SECTION-LINE
           CLOSE HELD-WORK
           OPEN INPUT HELD-WORK
           IF WS-HELD-STATUS NOT = "00"
               DISPLAY "PURGHOLD OPEN FAILED STATUS="
                   WS-HELD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ HELD-WORK
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE HELD-LINE TO RPT-LINE
                       WRITE RPT-LINE
               END-READ
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 7000-WRITE-SUMMARY.

      *  The certificate carries the ID and dates only -- never the
      *  data it certifies as gone.
       6100-WRITE-PURGED-LINE.
           MOVE WS-PURG-ID(WS-PURG-IDX) TO WS-DET-ID
           MOVE WS-PURG-IMAGE(WS-PURG-IDX)(32:1) TO WS-DET-STATUS
           MOVE WS-PURG-CLOSED-SINCE(WS-PURG-IDX) TO WS-DET-CLOSED
           MOVE WS-PURG-MAST(WS-PURG-IDX) TO WS-DET-MAST
           MOVE WS-PURG-HIST(WS-PURG-IDX) TO WS-DET-HIST
           MOVE WS-PURG-PHON(WS-PURG-IDX) TO WS-DET-PHON
           MOVE WS-PURG-AUDT(WS-PURG-IDX) TO WS-DET-AUDT
           MOVE WS-PURG-ARCH(WS-PURG-IDX) TO WS-DET-ARCH
           MOVE WS-PURG-JRNL(WS-PURG-IDX) TO WS-DET-JRNL
           MOVE SPACES TO RPT-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       6500-WRITE-SECTION-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE WS-SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE.

       7000-WRITE-SUMMARY.
           MOVE "TOTALS" TO WS-SEC-TITLE
           PERFORM 6500-WRITE-SECTION-LINE
           MOVE "CLOSED CUSTOMERS EXAMINED" TO WS-CNT-LABEL
           MOVE WS-CLOSED-COUNT TO WS-CNT-VALUE
           PERFORM 7500-WRITE-COUNT-LINE
           MOVE "INSIDE RETENTION PERIOD" TO WS-CNT-LABEL
           MOVE WS-TOO-RECENT-COUNT TO WS-CNT-VALUE
           PERFORM 7500-WRITE-COUNT-LINE
           MOVE "PURGED ON AN EARLIER RUN" TO WS-CNT-LABEL
           MOVE WS-ALREADY-COUNT TO WS-CNT-VALUE
           PERFORM 7500-WRITE-COUNT-LINE
           MOVE "EARLIER PURGES RECHECKED" TO WS-CNT-LABEL
           MOVE WS-RECHECK-COUNT TO WS-CNT-VALUE
           PERFORM 7500-WRITE-COUNT-LINE
           MOVE "EARLIER PURGES FOUND CLEAN" TO WS-CNT-LABEL
           MOVE WS-SETTLED-COUNT TO WS-CNT-VALUE
           PERFORM 7500-WRITE-COUNT-LINE
           MOVE "CUSTOMERS PURGED" TO WS-CNT-LABEL
           MOVE WS-NEW-PURGE-COUNT TO WS-CNT-VALUE
           PERFORM 7500-WRITE-COUNT-LINE
           MOVE "HELD BACK -- ITEMS IN FLIGHT" TO WS-CNT-LABEL
           MOVE WS-HELD-COUNT TO WS-CNT-VALUE
           PERFORM 7500-WRITE-COUNT-LINE
           MOVE "HELD BACK -- NO CLOSURE DATE" TO WS-CNT-LABEL
           MOVE WS-NODATE-COUNT TO WS-CNT-VALUE
           PERFORM 7500-WRITE-COUNT-LINE
           MOVE "HELD BACK -- RUN LIMIT" TO WS-CNT-LABEL
           MOVE WS-DEFERRED-COUNT TO WS-CNT-VALUE
           PERFORM 7500-WRITE-COUNT-LINE
           MOVE "CUSTMAST RECORDS" TO WS-CNT-LABEL
           MOVE WS-MAST-COUNT TO WS-CNT-VALUE
           PERFORM 7500-WRITE-COUNT-LINE
           MOVE "CUSTHIST ROWS" TO WS-CNT-LABEL
           MOVE WS-TOT-HIST TO WS-CNT-VALUE
           PERFORM 7500-WRITE-COUNT-LINE
           MOVE "CUSTPHON ROWS REMOVED" TO WS-CNT-LABEL
           MOVE WS-TOT-PHON TO WS-CNT-VALUE
           PERFORM 7500-WRITE-COUNT-LINE
           MOVE "CUSTAUDT ROWS (NEW GEN AUDTPURG)" TO WS-CNT-LABEL
           MOVE WS-TOT-AUDT TO WS-CNT-VALUE
           PERFORM 7500-WRITE-COUNT-LINE
           MOVE "AUDTARCH ROWS (NEW GEN ARCHPURG)" TO WS-CNT-LABEL
           MOVE WS-TOT-ARCH TO WS-CNT-VALUE
           PERFORM 7500-WRITE-COUNT-LINE
           MOVE "CUSTJRNL ROWS (NEW GEN JRNLPURG)" TO WS-CNT-LABEL
           MOVE WS-TOT-JRNL TO WS-CNT-VALUE
           PERFORM 7500-WRITE-COUNT-LINE.

       7500-WRITE-COUNT-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *  Looks WS-SEEK-ID up in the purge table by halving the range
      *  each time; on a hit WS-PURG-IDX points at the entry.
       8600-FIND-PURGED-ID.
           MOVE "N" TO WS-SEEK-SW
           MOVE 1 TO WS-SEEK-LOW
           MOVE WS-PURG-COUNT TO WS-SEEK-HIGH
           PERFORM UNTIL WS-SEEK-FOUND
                   OR WS-SEEK-LOW > WS-SEEK-HIGH
               COMPUTE WS-SEEK-MID = (WS-SEEK-LOW + WS-SEEK-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-PURG-ID(WS-SEEK-MID) = WS-SEEK-ID
                       SET WS-SEEK-FOUND TO TRUE
                       MOVE WS-SEEK-MID TO WS-PURG-IDX
                   WHEN WS-PURG-ID(WS-SEEK-MID) < WS-SEEK-ID
                       COMPUTE WS-SEEK-LOW = WS-SEEK-MID + 1
                   WHEN OTHER
                       COMPUTE WS-SEEK-HIGH = WS-SEEK-MID - 1
               END-EVALUATE
           END-PERFORM.

       9000-CLOSE-FILES.
           CLOSE CUSTOMER-MASTER
           IF WS-PSTS-IS-OPEN
               CLOSE PENDING-STATUS-FILE
           END-IF
           IF WS-XREF-IS-OPEN
               CLOSE CUSTOMER-XREF
           END-IF
           CLOSE HELD-WORK
           CLOSE PURGE-CERT.
