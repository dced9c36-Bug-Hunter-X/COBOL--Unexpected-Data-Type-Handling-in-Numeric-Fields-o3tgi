      ******************************************************************
      *  PROGRAM-ID: CUSTCHGF
      *  Nightly customer master change feed.  Reads the day's rows of
      *  the CUSTJRNL maintenance journal (CUSTMNT screen changes and
      *  the CUSTPAPL, CUSTMRGE and CUSTAPLY batch runs) -- every row
      *  appended since the last feed was cut, as recorded on the
      *  CHGFCTL feed control file -- and writes one CHGFEED record per
      *  change actually applied to CUSTOMER-MASTER, in journal order,
      *  for the downstream systems that keep their own copy of the
      *  customer: the change type, the customer ID, the journal
      *  timestamp and source, and every field that changed with its
      *  before and after value.  A merge also carries the surviving ID,
      *  read back from the CUSTXREF entry CUSTMRGE left for the
      *  retired one.  Denied attempts and CUSTXMNT cross-reference rows
      *  are not master changes and are left out, and so is a row whose
      *  images show no field changed.  A CUSTPURG purge row carries the
      *  purged image on both sides; it goes out as the erasure of the
      *  personal fields, the purge mark standing in for every before
      *  value so the removed data never reaches the feed.  The file
      *  ends with the same TRL count/hash trailer CUSTINTF carries,
      *  followed by the journal row positions the feed was cut
      *  between, so CUSTBALN can prove the feed against the journal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCHGF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-JOURNAL ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT CUSTOMER-XREF ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XREF-LEGACY-ID
               FILE STATUS IS WS-XREF-STATUS.

           SELECT CHANGE-FEED ASSIGN TO "CHGFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT FEED-CONTROL ASSIGN TO "CHGFCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCTL-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "CYCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

           SELECT CYCLE-DATE-FILE ASSIGN TO "CYCLDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDTE-STATUS.

           SELECT RUN-OVERRIDE-PARM ASSIGN TO "RUNOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-JOURNAL.
       COPY MNTJRNL.

       FD  CUSTOMER-XREF.
       COPY XREFREC.

       FD  CHANGE-FEED.
       COPY CHGFREC.
       01  CHGF-TRAILER-IMAGE.
           05  CHGF-TRL-CONTROL            PIC X(24).
           05  CHGF-TRL-FIRST-ROW          PIC 9(9).
           05  CHGF-TRL-LAST-ROW           PIC 9(9).

      *  Where the last feed was cut: the cycle it was cut for, the
      *  journal row count it started after and the count it ended
      *  at.  A rerun for the same cycle starts from the same place.
       FD  FEED-CONTROL.
       01  FCTL-RECORD.
           05  FCTL-CYCLE-DATE             PIC X(8).
           05  FILLER                      PIC X(1).
           05  FCTL-FIRST-ROW              PIC 9(9).
           05  FILLER                      PIC X(1).
           05  FCTL-LAST-ROW               PIC 9(9).
           05  FILLER                      PIC X(1).
           05  FCTL-TIMESTAMP              PIC X(21).

       FD  RUN-CONTROL-FILE.
       COPY RUNCREC.

       FD  CYCLE-DATE-FILE.
       01  CDTE-RECORD.
           05  CDTE-CYCLE-DATE             PIC X(8).

       FD  RUN-OVERRIDE-PARM.
       01  OVRD-RECORD.
           05  OVRD-STEP-NAME              PIC X(8).
           05  FILLER                      PIC X(1).
           05  OVRD-OPERATOR               PIC X(8).
           05  FILLER                      PIC X(1).
           05  OVRD-REASON                 PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-JRNL-STATUS                  PIC X(2).
       01  WS-XREF-STATUS                  PIC X(2).
       01  WS-FEED-STATUS                  PIC X(2).
       01  WS-FCTL-STATUS                  PIC X(2).
       01  WS-EOF-FLAG                     PIC X     VALUE "N".
           88  WS-END-OF-JOURNAL               VALUE "Y".

       01  WS-FCTL-SW                      PIC X     VALUE "N".
           88  WS-NO-CONTROL                    VALUE "Y".

       01  WS-JRNL-READ-COUNT              PIC 9(9)  VALUE 0.
       01  WS-JRNL-SKIP-ROWS               PIC 9(9)  VALUE 0.
       01  WS-EARLIER-COUNT                PIC 9(9)  VALUE 0.
       01  WS-FEED-COUNT                   PIC 9(9)  VALUE 0.
       01  WS-NO-CHANGE-COUNT              PIC 9(6)  VALUE 0.
       01  WS-DENIED-COUNT                 PIC 9(6)  VALUE 0.
       01  WS-XREF-COUNT                   PIC 9(6)  VALUE 0.
       01  WS-UNUSABLE-COUNT               PIC 9(6)  VALUE 0.
       01  WS-NO-SURVIVOR-COUNT            PIC 9(6)  VALUE 0.

       01  WS-HASH-IDX                     PIC 9(2)  VALUE 0.
       01  WS-HASH-ID                      PIC X(10) VALUE SPACES.
       01  WS-HASH-TOTAL                   PIC 9(12) VALUE 0.

       COPY TRLRREC.

      *  Where each master field sits in a journal record image, in
      *  CUSTREC order, and whether it is personal data a purge
      *  removes.  CUST-ID is the key and never changes, so it is
      *  not compared.
       01  WS-FIELD-LIST.
           05  FILLER                      PIC X(18)
                   VALUE "ID-TYPE     01101N".
           05  FILLER                      PIC X(18)
                   VALUE "NAME        01220Y".
           05  FILLER                      PIC X(18)
                   VALUE "STATUS      03201N".
           05  FILLER                      PIC X(18)
                   VALUE "ADDR-LINE   03330Y".
           05  FILLER                      PIC X(18)
                   VALUE "CITY        06320Y".
           05  FILLER                      PIC X(18)
                   VALUE "STATE       08302Y".
           05  FILLER                      PIC X(18)
                   VALUE "ZIP         08509Y".
           05  FILLER                      PIC X(18)
                   VALUE "PHONE       09410Y".
           05  FILLER                      PIC X(18)
                   VALUE "DATE-OPENED 10408N".
       01  WS-FIELD-TABLE REDEFINES WS-FIELD-LIST.
           05  WS-FIELD-ENTRY OCCURS 9 TIMES.
               10  WS-FIELD-NAME           PIC X(12).
               10  WS-FIELD-OFFSET         PIC 9(3).
               10  WS-FIELD-LENGTH         PIC 9(2).
               10  WS-FIELD-PERSONAL-SW    PIC X(1).
                   88  WS-FIELD-PERSONAL        VALUE "Y".
       01  WS-FIELD-COUNT                  PIC 9(2)  VALUE 9.
       01  WS-FIELD-IDX                    PIC 9(2)  VALUE 0.

       01  WS-BEFORE-IMAGE                 PIC X(111).
       01  WS-AFTER-IMAGE                  PIC X(111).
       01  WS-BEFORE-VALUE                 PIC X(30).
       01  WS-AFTER-VALUE                  PIC X(30).

       COPY PURGMASK.

       01  WS-RUNC-STATUS                  PIC X(2).
       01  WS-CDTE-STATUS                  PIC X(2).
       01  WS-OVRD-STATUS                  PIC X(2).
       01  WS-RUNC-CYCLE-DATE              PIC X(8)  VALUE SPACES.
       01  WS-STEP-NAME                    PIC X(8)  VALUE "CUSTCHGF".
       01  WS-PRED-NAME                    PIC X(8)  VALUE "CUSTACKM".
       01  WS-RUNC-EOF-FLAG                PIC X     VALUE "N".
           88  WS-END-OF-RUNC                  VALUE "Y".
       01  WS-SELF-DONE-SW                 PIC X     VALUE "N".
           88  WS-SELF-DONE                     VALUE "Y".
       01  WS-PRED-DONE-SW                 PIC X     VALUE "N".
           88  WS-PRED-DONE                     VALUE "Y".
       01  WS-OVERRIDE-SW                  PIC X     VALUE "N".
           88  WS-OVERRIDE-ON                   VALUE "Y".
       01  WS-OVRD-OPERATOR                PIC X(8)  VALUE SPACES.
       01  WS-OVRD-REASON                  PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-CHECK-RUN-CONTROL
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-READ-FEED-CONTROL
           PERFORM UNTIL WS-END-OF-JOURNAL
               READ MAINT-JOURNAL
                   AT END
                       SET WS-END-OF-JOURNAL TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JRNL-READ-COUNT
                       IF WS-NO-CONTROL
                               AND WS-JRNL-READ-COUNT
                                   = WS-JRNL-SKIP-ROWS + 1
                               AND MJRN-TIMESTAMP(1:8)
                                   < WS-RUNC-CYCLE-DATE
                           ADD 1 TO WS-JRNL-SKIP-ROWS
                       END-IF
                       IF WS-JRNL-READ-COUNT > WS-JRNL-SKIP-ROWS
                           PERFORM 2000-SCREEN-JOURNAL-ROW
                       ELSE
                           ADD 1 TO WS-EARLIER-COUNT
                       END-IF
               END-READ
           END-PERFORM
      *    A journal shorter than the last cut has been truncated or
      *    replaced -- feeding from it would skip or repeat changes.
           IF WS-JRNL-READ-COUNT < WS-JRNL-SKIP-ROWS
               DISPLAY "CUSTJRNL HAS " WS-JRNL-READ-COUNT
                   " ROWS BUT THE LAST FEED WAS CUT AT "
                   WS-JRNL-SKIP-ROWS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 6500-WRITE-TRAILER
           PERFORM 9000-CLOSE-FILES
           PERFORM 9200-WRITE-FEED-CONTROL
           DISPLAY "CUSTCHGF: " WS-JRNL-READ-COUNT " JOURNAL ROWS, "
               WS-EARLIER-COUNT " FED BEFORE, "
               WS-FEED-COUNT " FEED RECORDS, HASH " WS-HASH-TOTAL
           DISPLAY "CUSTCHGF: " WS-DENIED-COUNT " DENIED, "
               WS-XREF-COUNT " XREF, " WS-UNUSABLE-COUNT
               " UNUSABLE, " WS-NO-CHANGE-COUNT
               " NO-CHANGE ROWS SKIPPED"
           IF WS-NO-SURVIVOR-COUNT > 0
               DISPLAY "CUSTCHGF: " WS-NO-SURVIVOR-COUNT
                   " MERGES WITH NO CUSTXREF SURVIVOR"
           END-IF
           PERFORM 9500-STAMP-RUN-CONTROL
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT MAINT-JOURNAL
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "CUSTJRNL OPEN FAILED STATUS="
                   WS-JRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-XREF
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY "CUSTXREF OPEN FAILED STATUS="
                   WS-XREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    One generation per cycle -- the downstream systems pick
      *    the file up whole, trailer and all.
           OPEN OUTPUT CHANGE-FEED
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "CHGFEED OPEN FAILED STATUS="
                   WS-FEED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *  No control file yet means no feed has ever been cut.  The
      *  downstream systems were loaded from the master as it stood,
      *  so the first feed carries only the cycle's own changes: the
      *  leading journal rows stamped before the cycle date are
      *  passed over (the same cut CUSTNOTF makes on its first run)
      *  and the count passed over is recorded as the first feed's
      *  starting row, so CUSTBALN counts the same span.  Otherwise
      *  tonight's feed starts where the last one ended -- or, on a
      *  rerun of the same cycle, where that run started.
       1100-READ-FEED-CONTROL.
           OPEN INPUT FEED-CONTROL
           IF WS-FCTL-STATUS = "00"
               READ FEED-CONTROL
                   AT END
                       SET WS-NO-CONTROL TO TRUE
                   NOT AT END
                       IF FCTL-FIRST-ROW NOT NUMERIC
                               OR FCTL-LAST-ROW NOT NUMERIC
                           DISPLAY "CHGFCTL ROW COUNTS NOT NUMERIC"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF FCTL-CYCLE-DATE = WS-RUNC-CYCLE-DATE
                           MOVE FCTL-FIRST-ROW TO WS-JRNL-SKIP-ROWS
                       ELSE
                           MOVE FCTL-LAST-ROW TO WS-JRNL-SKIP-ROWS
                       END-IF
               END-READ
               CLOSE FEED-CONTROL
           ELSE
               IF WS-FCTL-STATUS NOT = "35"
                   DISPLAY "CHGFCTL OPEN FAILED STATUS="
                       WS-FCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-NO-CONTROL TO TRUE
           END-IF.

      *  The same rows CUSTRCVR refuses to replay are the ones left
      *  out here: a denied attempt changed nothing, and an XMNT row
      *  carries a cross-reference ID rather than a customer image.
      *  CUSTBALN applies exactly this screen when it counts the
      *  journal, so any change here must be made there too.
       2000-SCREEN-JOURNAL-ROW.
           EVALUATE TRUE
               WHEN MJRN-DENIED
                   ADD 1 TO WS-DENIED-COUNT
               WHEN MJRN-TERMINAL-ID = "XMNT"
                   ADD 1 TO WS-XREF-COUNT
               WHEN MJRN-FUNC-ADD OR MJRN-FUNC-CHANGE
                       OR MJRN-FUNC-DELETE OR MJRN-FUNC-MERGE
                   PERFORM 3000-BUILD-FEED-RECORD
               WHEN OTHER
                   ADD 1 TO WS-UNUSABLE-COUNT
                   DISPLAY "CUSTCHGF: JOURNAL ROW " WS-JRNL-READ-COUNT
                       " HAS UNKNOWN FUNCTION " MJRN-FUNCTION
                       " -- NOT FED"
           END-EVALUATE.

      *  An add has no before image and a delete or merge no after
      *  image, whatever the writer left in the unused half, so the
      *  field compare lists every field the record holds.  A row
      *  with no field changed tells the downstream systems nothing
      *  and is not written; CUSTBALN leaves the same rows out of its
      *  count.
       3000-BUILD-FEED-RECORD.
           MOVE SPACES TO CHANGE-FEED-RECORD
           MOVE MJRN-BEFORE-IMAGE TO WS-BEFORE-IMAGE
           MOVE MJRN-AFTER-IMAGE TO WS-AFTER-IMAGE
           MOVE MJRN-FUNCTION TO CHGF-CHANGE-TYPE
           MOVE MJRN-TIMESTAMP TO CHGF-TIMESTAMP
           MOVE MJRN-USER-ID TO CHGF-SOURCE-USER
           EVALUATE TRUE
               WHEN MJRN-FUNC-ADD
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE WS-AFTER-IMAGE(1:10) TO CHGF-CUSTOMER-ID
               WHEN MJRN-FUNC-CHANGE
                   MOVE WS-AFTER-IMAGE(1:10) TO CHGF-CUSTOMER-ID
               WHEN MJRN-FUNC-DELETE
                   MOVE SPACES TO WS-AFTER-IMAGE
                   MOVE WS-BEFORE-IMAGE(1:10) TO CHGF-CUSTOMER-ID
               WHEN MJRN-FUNC-MERGE
                   MOVE SPACES TO WS-AFTER-IMAGE
                   MOVE WS-BEFORE-IMAGE(1:10) TO CHGF-CUSTOMER-ID
                   PERFORM 3200-FIND-SURVIVOR
           END-EVALUATE
           MOVE 0 TO CHGF-FIELD-COUNT
           IF MJRN-USER-ID = "CUSTPURG" AND MJRN-FUNC-CHANGE
               PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                       UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
                   IF WS-FIELD-PERSONAL(WS-FIELD-IDX)
                       PERFORM 3150-LIST-PURGED-FIELD
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                       UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
                   PERFORM 3100-COMPARE-ONE-FIELD
               END-PERFORM
           END-IF
           IF CHGF-FIELD-COUNT = 0
               ADD 1 TO WS-NO-CHANGE-COUNT
           ELSE
               WRITE CHANGE-FEED-RECORD
               IF WS-FEED-STATUS NOT = "00"
                   DISPLAY "CHGFEED WRITE FAILED FOR "
                       CHGF-CUSTOMER-ID " STATUS=" WS-FEED-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-FEED-COUNT
               MOVE CHGF-CUSTOMER-ID TO WS-HASH-ID
               PERFORM 8500-ADD-ID-TO-HASH
           END-IF.

       3100-COMPARE-ONE-FIELD.
           MOVE SPACES TO WS-BEFORE-VALUE
           MOVE SPACES TO WS-AFTER-VALUE
           MOVE WS-BEFORE-IMAGE(WS-FIELD-OFFSET(WS-FIELD-IDX):
               WS-FIELD-LENGTH(WS-FIELD-IDX)) TO WS-BEFORE-VALUE
           MOVE WS-AFTER-IMAGE(WS-FIELD-OFFSET(WS-FIELD-IDX):
               WS-FIELD-LENGTH(WS-FIELD-IDX)) TO WS-AFTER-VALUE
           IF WS-BEFORE-VALUE NOT = WS-AFTER-VALUE
               ADD 1 TO CHGF-FIELD-COUNT
               MOVE WS-FIELD-NAME(WS-FIELD-IDX)
                   TO CHGF-FIELD-NAME(CHGF-FIELD-COUNT)
               MOVE WS-BEFORE-VALUE
                   TO CHGF-BEFORE-VALUE(CHGF-FIELD-COUNT)
               MOVE WS-AFTER-VALUE
                   TO CHGF-AFTER-VALUE(CHGF-FIELD-COUNT)
           END-IF.

      *  The purged image holds the mark in the name and blanks in
      *  the rest, which is the after value.  The old value is gone
      *  from the journal and must not be sent, so the purge mark is
      *  the before value of every field.
       3150-LIST-PURGED-FIELD.
           ADD 1 TO CHGF-FIELD-COUNT
           MOVE WS-FIELD-NAME(WS-FIELD-IDX)
               TO CHGF-FIELD-NAME(CHGF-FIELD-COUNT)
           MOVE WS-PURGE-NAME-MASK
               TO CHGF-BEFORE-VALUE(CHGF-FIELD-COUNT)
           MOVE WS-AFTER-IMAGE(WS-FIELD-OFFSET(WS-FIELD-IDX):
               WS-FIELD-LENGTH(WS-FIELD-IDX))
               TO CHGF-AFTER-VALUE(CHGF-FIELD-COUNT).

      *  CUSTMRGE journals only the retired record, but it also
      *  points the retired ID's CUSTXREF entry at the survivor.  A
      *  later merge of the survivor itself repoints the entry again,
      *  which is the ID the downstream systems want anyway.
       3200-FIND-SURVIVOR.
           MOVE CHGF-CUSTOMER-ID TO XREF-LEGACY-ID
           READ CUSTOMER-XREF
               INVALID KEY
                   ADD 1 TO WS-NO-SURVIVOR-COUNT
                   DISPLAY "CUSTCHGF: NO CUSTXREF SURVIVOR FOR "
                       "MERGED ID " CHGF-CUSTOMER-ID
               NOT INVALID KEY
                   MOVE XREF-CUST-ID TO CHGF-SURVIVOR-ID
           END-READ.

      *  The trailer is the last record: count and hash in the
      *  TRLRREC layout, then the journal row counts the feed started
      *  after and ended at, which is the span CUSTBALN counts --
      *  rows the screen wrote after the cut belong to tomorrow's
      *  feed.
       6500-WRITE-TRAILER.
           MOVE SPACES TO TRAILER-RECORD
           MOVE "TRL" TO TRLR-MARKER
           MOVE WS-FEED-COUNT TO TRLR-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO TRLR-HASH-TOTAL
           MOVE SPACES TO CHGF-TRAILER-IMAGE
           MOVE TRAILER-RECORD TO CHGF-TRL-CONTROL
           MOVE WS-JRNL-SKIP-ROWS TO CHGF-TRL-FIRST-ROW
           MOVE WS-JRNL-READ-COUNT TO CHGF-TRL-LAST-ROW
           WRITE CHGF-TRAILER-IMAGE
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "CHGFEED TRAILER WRITE FAILED STATUS="
                   WS-FEED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       8500-ADD-ID-TO-HASH.
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > 10
               ADD FUNCTION ORD(WS-HASH-ID(WS-HASH-IDX:1))
                   TO WS-HASH-TOTAL
           END-PERFORM.

       9000-CLOSE-FILES.
           CLOSE MAINT-JOURNAL
           CLOSE CUSTOMER-XREF
           CLOSE CHANGE-FEED.

      *  Written only once the feed is complete, so a run that dies
      *  part way leaves the last good cut in place.
       9200-WRITE-FEED-CONTROL.
           OPEN OUTPUT FEED-CONTROL
           IF WS-FCTL-STATUS NOT = "00"
               DISPLAY "CHGFCTL OPEN FAILED STATUS="
                   WS-FCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO FCTL-RECORD
           MOVE WS-RUNC-CYCLE-DATE TO FCTL-CYCLE-DATE
           MOVE WS-JRNL-SKIP-ROWS TO FCTL-FIRST-ROW
           MOVE WS-JRNL-READ-COUNT TO FCTL-LAST-ROW
           MOVE FUNCTION CURRENT-DATE TO FCTL-TIMESTAMP
           WRITE FCTL-RECORD
           CLOSE FEED-CONTROL.

      *  The nightly ordering rules used to live in comment blocks;
      *  the CYCLCTL run-control file enforces them.  The step
      *  refuses to run twice for one cycle date or ahead of its
      *  predecessor unless operations supplies a RUNOVRD override,
      *  which is logged with its operator and reason (and cleared
      *  again by operations after the rerun).
       0100-CHECK-RUN-CONTROL.
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
           MOVE CDTE-CYCLE-DATE TO WS-RUNC-CYCLE-DATE
           CLOSE CYCLE-DATE-FILE
           PERFORM 0150-READ-OVERRIDE-PARM
           PERFORM 0200-SCAN-RUN-CONTROL
           IF WS-OVERRIDE-ON
               PERFORM 0250-LOG-OVERRIDE
           ELSE
               IF WS-SELF-DONE
                   DISPLAY WS-STEP-NAME " ALREADY COMPLETED FOR "
                       "CYCLE " WS-RUNC-CYCLE-DATE " -- USE RUNOVRD "
                       "FOR A GENUINE RERUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-PRED-NAME NOT = SPACES
                       AND NOT WS-PRED-DONE
                   DISPLAY WS-PRED-NAME " HAS NOT COMPLETED FOR "
                       "CYCLE " WS-RUNC-CYCLE-DATE " -- " WS-STEP-NAME
                       " CANNOT RUN YET"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0150-READ-OVERRIDE-PARM.
           OPEN INPUT RUN-OVERRIDE-PARM
           IF WS-OVRD-STATUS = "00"
               READ RUN-OVERRIDE-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OVRD-STEP-NAME = WS-STEP-NAME
                           IF OVRD-REASON = SPACES
                               DISPLAY "RUNOVRD FOR " WS-STEP-NAME
                                   " HAS NO REASON -- REFUSED"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           SET WS-OVERRIDE-ON TO TRUE
                           MOVE OVRD-OPERATOR TO WS-OVRD-OPERATOR
                           MOVE OVRD-REASON TO WS-OVRD-REASON
                       END-IF
               END-READ
               CLOSE RUN-OVERRIDE-PARM
           ELSE
               IF WS-OVRD-STATUS NOT = "35"
                   DISPLAY "RUNOVRD OPEN FAILED STATUS="
                       WS-OVRD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *  No control file yet just means this is the first controlled
      *  cycle -- nothing has completed and nothing blocks the run.
       0200-SCAN-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNC-STATUS = "00"
               PERFORM UNTIL WS-END-OF-RUNC
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-END-OF-RUNC TO TRUE
                       NOT AT END
                           IF RUNC-CYCLE-DATE = WS-RUNC-CYCLE-DATE
                                   AND RUNC-COMPLETED
                               IF RUNC-STEP-NAME = WS-STEP-NAME
                                   SET WS-SELF-DONE TO TRUE
                               END-IF
                               IF RUNC-STEP-NAME = WS-PRED-NAME
                                   SET WS-PRED-DONE TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           ELSE
               IF WS-RUNC-STATUS NOT = "35"
                   DISPLAY "CYCLCTL OPEN FAILED STATUS="
                       WS-RUNC-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0250-LOG-OVERRIDE.
           PERFORM 9600-OPEN-RUNC-EXTEND
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE WS-RUNC-CYCLE-DATE TO RUNC-CYCLE-DATE
           MOVE WS-STEP-NAME TO RUNC-STEP-NAME
           SET RUNC-OVERRIDE TO TRUE
           MOVE FUNCTION CURRENT-DATE TO RUNC-TIMESTAMP
           MOVE 0 TO RUNC-REC-COUNT
           MOVE 0 TO RUNC-REJECT-COUNT
           MOVE WS-OVRD-OPERATOR TO RUNC-OPERATOR
           MOVE WS-OVRD-REASON TO RUNC-REASON
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       9500-STAMP-RUN-CONTROL.
           PERFORM 9600-OPEN-RUNC-EXTEND
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE WS-RUNC-CYCLE-DATE TO RUNC-CYCLE-DATE
           MOVE WS-STEP-NAME TO RUNC-STEP-NAME
           SET RUNC-COMPLETED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO RUNC-TIMESTAMP
           MOVE WS-FEED-COUNT TO RUNC-REC-COUNT
           MOVE WS-DENIED-COUNT TO RUNC-REJECT-COUNT
           MOVE SPACES TO RUNC-OPERATOR
           MOVE SPACES TO RUNC-REASON
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       9600-OPEN-RUNC-EXTEND.
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RUNC-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           IF WS-RUNC-STATUS NOT = "00"
               DISPLAY "CYCLCTL OPEN FAILED STATUS="
                   WS-RUNC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
