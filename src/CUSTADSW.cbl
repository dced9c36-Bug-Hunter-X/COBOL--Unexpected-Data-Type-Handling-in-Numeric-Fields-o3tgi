      ******************************************************************
      *  PROGRAM-ID: CUSTADSW
      *  One-time sweep of CUSTOMER-MASTER against the state, ZIP and
      *  phone edits that now guard every path writing a customer
      *  record (CUSTMNT, CUSTLOAD and CUSTAPLY adds and name
      *  fixes).  Records written before those edits existed are read in
      *  customer ID order and put through the same STATZIP checks;
      *  each failure is listed on the ADSWRPT report with the WSERRCD
      *  code, the value that failed and the reason, so the records can
      *  be corrected through CUSTMNT.  The state/ZIP check and the
      *  phone check are reported separately, so a record that fails
      *  both shows both.  The run ends with counts by error code.
      *  Nothing on the master is changed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTADSW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT ADDRESS-SWEEP-RPT ASSIGN TO "ADSWRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  ADDRESS-SWEEP-RPT.
       01  RPT-LINE                        PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-CUSTMAST-STATUS              PIC X(2).
       01  WS-RPT-STATUS                   PIC X(2).
       01  WS-EOF-FLAG                     PIC X     VALUE "N".
           88  WS-END-OF-MASTER                VALUE "Y".
       01  WS-RECORD-FAILED-SW             PIC X     VALUE "N".
           88  WS-RECORD-FAILED                 VALUE "Y".
       01  WS-READ-COUNT                   PIC 9(6)  VALUE 0.
       01  WS-FAILED-COUNT                 PIC 9(6)  VALUE 0.
       01  WS-STATE-COUNT                  PIC 9(6)  VALUE 0.
       01  WS-ZIP-FORMAT-COUNT             PIC 9(6)  VALUE 0.
       01  WS-ZIP-STATE-COUNT              PIC 9(6)  VALUE 0.
       01  WS-PHONE-COUNT                  PIC 9(6)  VALUE 0.
       01  WS-AREA-CODE-COUNT              PIC 9(6)  VALUE 0.
       01  WS-FAILED-VALUE                 PIC X(10) VALUE SPACES.

       COPY WSERRCD.
       COPY STATZIP.

       01  WS-DETAIL-LINE.
           05  WS-DET-ID                   PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DET-NAME                 PIC X(20).
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
           PERFORM 1000-OPEN-FILES
           PERFORM UNTIL WS-END-OF-MASTER
               READ CUSTOMER-MASTER
                   AT END
                       SET WS-END-OF-MASTER TO TRUE
                   NOT AT END
                       PERFORM 2000-SWEEP-ONE-CUSTOMER
               END-READ
           END-PERFORM
           PERFORM 7000-WRITE-SUMMARY
           PERFORM 9000-CLOSE-FILES
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "CUSTMAST OPEN FAILED STATUS="
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ADDRESS-SWEEP-RPT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ADSWRPT OPEN FAILED STATUS="
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-SWEEP-ONE-CUSTOMER.
           ADD 1 TO WS-READ-COUNT
           MOVE "N" TO WS-RECORD-FAILED-SW
           MOVE CUST-STATE TO WS-EDIT-STATE
           MOVE CUST-ZIP TO WS-EDIT-ZIP
           MOVE CUST-PHONE TO WS-EDIT-PHONE
           PERFORM 2110-EDIT-STATE-ZIP
           IF NOT ERR-NONE
               IF ERR-STATE-INVALID
                   MOVE CUST-STATE TO WS-FAILED-VALUE
               ELSE
                   MOVE CUST-ZIP TO WS-FAILED-VALUE
               END-IF
               PERFORM 3000-REPORT-FAILURE
           END-IF
           PERFORM 2120-EDIT-PHONE
           IF NOT ERR-NONE
               MOVE CUST-PHONE TO WS-FAILED-VALUE
               PERFORM 3000-REPORT-FAILURE
           END-IF
           IF WS-RECORD-FAILED
               ADD 1 TO WS-FAILED-COUNT
           END-IF.

      *  Address and phone edits against the STATZIP table.  Every
      *  program that writes a customer master record carries these
      *  same paragraphs -- keep them in step with CUSTMNT, CUSTLOAD
      *  and CUSTAPLY.  The sweep runs the two separately rather than
      *  stopping at the first failure, so both are reported.
      *  The state must be on the table and the ZIP must be five
      *  digits, or nine with the ZIP+4 suffix, whose first three
      *  fall inside one of that state's prefix ranges.
       2110-EDIT-STATE-ZIP.
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
       2120-EDIT-PHONE.
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

       3000-REPORT-FAILURE.
           SET WS-RECORD-FAILED TO TRUE
           EVALUATE TRUE
               WHEN ERR-STATE-INVALID
                   ADD 1 TO WS-STATE-COUNT
               WHEN ERR-ZIP-FORMAT
                   ADD 1 TO WS-ZIP-FORMAT-COUNT
               WHEN ERR-ZIP-NOT-IN-STATE
                   ADD 1 TO WS-ZIP-STATE-COUNT
               WHEN ERR-PHONE-FORMAT
                   ADD 1 TO WS-PHONE-COUNT
               WHEN ERR-AREA-CODE-INVALID
                   ADD 1 TO WS-AREA-CODE-COUNT
           END-EVALUATE
           PERFORM 3100-RESOLVE-ERROR-MSG
           MOVE CUST-ID TO WS-DET-ID
           MOVE CUST-NAME TO WS-DET-NAME
           MOVE WS-ERROR-CODE TO WS-DET-CODE
           MOVE WS-FAILED-VALUE TO WS-DET-VALUE
           MOVE WS-ERROR-MSG TO WS-DET-REASON
           MOVE SPACES TO RPT-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       3100-RESOLVE-ERROR-MSG.
           EVALUATE TRUE
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

       7000-WRITE-SUMMARY.
           MOVE "CUSTOMERS READ:" TO WS-CNT-LABEL
           MOVE WS-READ-COUNT TO WS-CNT-VALUE
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE "CUSTOMERS FAILING AN EDIT:" TO WS-CNT-LABEL
           MOVE WS-FAILED-COUNT TO WS-CNT-VALUE
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE "30 STATE NOT A VALID CODE:" TO WS-CNT-LABEL
           MOVE WS-STATE-COUNT TO WS-CNT-VALUE
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE "31 ZIP NOT 5 OR 9 DIGITS:" TO WS-CNT-LABEL
           MOVE WS-ZIP-FORMAT-COUNT TO WS-CNT-VALUE
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE "32 ZIP NOT IN STATE RANGE:" TO WS-CNT-LABEL
           MOVE WS-ZIP-STATE-COUNT TO WS-CNT-VALUE
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE "33 PHONE NOT 10 DIGITS:" TO WS-CNT-LABEL
           MOVE WS-PHONE-COUNT TO WS-CNT-VALUE
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE "34 PHONE AREA CODE NOT VALID:" TO WS-CNT-LABEL
           MOVE WS-AREA-CODE-COUNT TO WS-CNT-VALUE
           PERFORM 7100-WRITE-COUNT-LINE
           DISPLAY "CUSTADSW: " WS-READ-COUNT " READ, "
               WS-FAILED-COUNT " FAILING".

       7100-WRITE-COUNT-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE.

       9000-CLOSE-FILES.
           CLOSE CUSTOMER-MASTER
           CLOSE ADDRESS-SWEEP-RPT.
