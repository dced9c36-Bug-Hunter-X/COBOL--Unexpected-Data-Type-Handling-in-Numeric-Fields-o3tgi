      *  safety threshold (the run refuses to post anything when the
      *  drops exceed WS-DROP-THRESHOLD-PCT percent of the master
      *  file), the second posts adds, drops and name corrections to
      *  CUSTOMER-MASTER.  Adds pass through the same ID, status and
      *  address edits CUSTLOAD applies before anything is written,
      *  so a bad upstream row cannot re-admit what the nightly edit
      *  keeps out.  Every correction is listed on the APLYRPT report as
      *  APPLIED or SKIPPED with a reason.  Each posted add, drop and
      *  name fix is journaled to CUSTJRNL with its before and after
      *  images, the same way CUSTPAPL and CUSTMRGE journal theirs,
      *  so a forward recovery from the CUSTUNLD backup replays the
      *  reconciliation posts along with every other change.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTAPLY.
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT MAINT-JOURNAL ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT APPLY-RPT ASSIGN TO "APLYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  MAINT-JOURNAL.
       COPY MNTJRNL.

       FD  APPLY-RPT.
       01  RPT-LINE                        PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-CORR-STATUS                  PIC X(2).
       01  WS-CUSTMAST-STATUS              PIC X(2).
       01  WS-JRNL-STATUS                  PIC X(2).
       01  WS-RPT-STATUS                   PIC X(2).
       01  WS-EOF-FLAG                     PIC X     VALUE "N".
           88  WS-END-OF-CORR                  VALUE "Y".
           88  WS-FORMAT-IS-BAD                 VALUE "Y".

       COPY WSERRCD.
       COPY STATZIP.
       COPY CORRTRAN.

       01  WS-DETAIL-LINE.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND MAINT-JOURNAL
           IF WS-JRNL-STATUS = "35"
               OPEN OUTPUT MAINT-JOURNAL
           END-IF
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "CUSTJRNL OPEN FAILED STATUS="
                   WS-JRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CORRECTION-FILE
           IF WS-CORR-STATUS NOT = "00"
               DISPLAY "CORRTRAN REOPEN FAILED STATUS="
                   INVALID KEY
                       PERFORM 5100-REPORT-SKIPPED-DUPLICATE
                   NOT INVALID KEY
                       MOVE SPACES TO MJRN-BEFORE-IMAGE
                       MOVE CUSTOMER-RECORD TO MJRN-AFTER-IMAGE
                       SET MJRN-FUNC-ADD TO TRUE
                       PERFORM 3500-WRITE-JOURNAL
                       PERFORM 5000-REPORT-APPLIED
               END-WRITE
           ELSE
               PERFORM 5300-REPORT-SKIPPED-INVALID
           END-IF.

      *  The same blank / reserved-range / format / status and
      *  address edits CUSTLOAD applies to the upstream extract, so
      *  an add can never post a record the nightly edit would have
      *  rejected.
       3150-EDIT-ADD.
           IF CORR-CUST-ID = SPACES
               SET ERR-BLANK-INPUT TO TRUE
               ELSE
                   SET ERR-INVALID-FORMAT TO TRUE
               END-IF
           END-IF
           IF ERR-NONE
               MOVE CORR-STATE TO WS-EDIT-STATE
               MOVE CORR-ZIP TO WS-EDIT-ZIP
               MOVE CORR-PHONE TO WS-EDIT-PHONE
               PERFORM 3270-EDIT-ADDRESS
           END-IF.

       3250-CHECK-ID-FORMAT.
               WHEN ERR-RESERVED-RANGE
                   MOVE "Customer ID is in the reserved test range."
                       TO WS-ERROR-MSG
               WHEN ERR-STATE-INVALID
                   MOVE "State is not a valid state code."
                       TO WS-ERROR-MSG
               WHEN ERR-ZIP-FORMAT
                   MOVE "ZIP code must be 5 or 9 digits."
                       TO WS-ERROR-MSG
               WHEN ERR-ZIP-NOT-IN-STATE
                   MOVE "ZIP code does not belong to that state."
                       TO WS-ERROR-MSG
               WHEN ERR-PHONE-FORMAT
                   MOVE "Phone number must be 10 digits."
                       TO WS-ERROR-MSG
               WHEN ERR-AREA-CODE-INVALID
                   MOVE "Phone area code is not valid."
                       TO WS-ERROR-MSG
               WHEN OTHER
                   MOVE "Unrecognized error condition." TO WS-ERROR-MSG
           END-EVALUATE.

      *  Address and phone edits against the STATZIP table.  Every
      *  program that writes a customer master record carries these
      *  same paragraphs -- keep them in step with CUSTMNT, CUSTLOAD
      *  and CUSTADSW.
       3270-EDIT-ADDRESS.
           PERFORM 3271-EDIT-STATE-ZIP
           IF ERR-NONE
               PERFORM 3272-EDIT-PHONE
           END-IF.

      *  The state must be on the table and the ZIP must be five
      *  digits, or nine with the ZIP+4 suffix, whose first three
      *  fall inside one of that state's prefix ranges.
       3271-EDIT-STATE-ZIP.
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

      *  Ten digits, and an area code the numbering plan can issue:
      *  not starting 0 or 1, not an N11 service code, and no 9 in
      *  the middle digit.
       3272-EDIT-PHONE.
           EVALUATE TRUE
               WHEN WS-EDIT-PHONE IS NOT NUMERIC
                   SET ERR-PHONE-FORMAT TO TRUE
               WHEN WS-EDIT-PHONE(1:1) = "0" OR "1"
                   SET ERR-AREA-CODE-INVALID TO TRUE
               WHEN WS-EDIT-PHONE(2:2) = "11"
                   SET ERR-AREA-CODE-INVALID TO TRUE
               WHEN WS-EDIT-PHONE(2:1) = "9"
                   SET ERR-AREA-CODE-INVALID TO TRUE
               WHEN OTHER
                   SET ERR-NONE TO TRUE
           END-EVALUATE.

      *  The record is read before it is dropped so the journal row
      *  carries the image that was removed.
       3300-APPLY-DROP.
           MOVE CORR-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   PERFORM 5200-REPORT-SKIPPED-MISSING
               NOT INVALID KEY
                   MOVE CUSTOMER-RECORD TO MJRN-BEFORE-IMAGE
                   DELETE CUSTOMER-MASTER
                       INVALID KEY
                           PERFORM 5200-REPORT-SKIPPED-MISSING
                       NOT INVALID KEY
                           MOVE SPACES TO MJRN-AFTER-IMAGE
                           SET MJRN-FUNC-DELETE TO TRUE
                           PERFORM 3500-WRITE-JOURNAL
                           PERFORM 5000-REPORT-APPLIED
                   END-DELETE
           END-READ.

      *  A mismatch correction carries the full upstream image, so
      *  the fix replaces the name and the verification fields
      *  (address, phone, date opened) in one pass.  The upstream
      *  state, ZIP and phone go through the same address edits as
      *  an add before they replace what is on the master.
       3400-APPLY-NAME-FIX.
           MOVE CORR-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   PERFORM 5200-REPORT-SKIPPED-MISSING
               NOT INVALID KEY
                   MOVE CORR-STATE TO WS-EDIT-STATE
                   MOVE CORR-ZIP TO WS-EDIT-ZIP
                   MOVE CORR-PHONE TO WS-EDIT-PHONE
                   PERFORM 3270-EDIT-ADDRESS
                   IF ERR-NONE
                       PERFORM 3410-REWRITE-NAME-FIX
                   ELSE
                       PERFORM 5300-REPORT-SKIPPED-INVALID
                   END-IF
           END-READ.

       3410-REWRITE-NAME-FIX.
           MOVE CUSTOMER-RECORD TO MJRN-BEFORE-IMAGE
           MOVE CORR-NAME TO CUST-NAME
           PERFORM 3450-MOVE-CORR-DETAIL
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   PERFORM 5200-REPORT-SKIPPED-MISSING
               NOT INVALID KEY
                   MOVE CUSTOMER-RECORD TO MJRN-AFTER-IMAGE
                   SET MJRN-FUNC-CHANGE TO TRUE
                   PERFORM 3500-WRITE-JOURNAL
                   PERFORM 5000-REPORT-APPLIED
           END-REWRITE.

       3450-MOVE-CORR-DETAIL.
           MOVE CORR-ADDR-LINE TO CUST-ADDR-LINE
           MOVE CORR-CITY TO CUST-CITY
           MOVE CORR-PHONE TO CUST-PHONE
           MOVE CORR-DATE-OPENED TO CUST-DATE-OPENED.

      *  The journal row carries the program name in place of an
      *  operator, as CUSTPAPL and CUSTMRGE do, so CUSTMJRP and the
      *  auditors can tell a reconciliation post from a keyed one.
      *  The caller sets the function and both images.
       3500-WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO MJRN-TIMESTAMP
           MOVE "CUSTAPLY" TO MJRN-USER-ID
           MOVE SPACES TO MJRN-TERMINAL-ID
           MOVE SPACE TO MJRN-DENIED-SW
           WRITE MAINT-JOURNAL-RECORD.

       5000-REPORT-APPLIED.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE "APPLIED" TO WS-DET-DISPOSITION

       9000-CLOSE-FILES.
           CLOSE CUSTOMER-MASTER
           CLOSE MAINT-JOURNAL
           CLOSE APPLY-RPT.
