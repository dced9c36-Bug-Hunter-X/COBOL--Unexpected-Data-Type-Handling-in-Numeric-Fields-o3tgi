      *  extract, for standing up a new region or rebuilding the file
      *  after a corruption.  Each extract record passes through the
      *  same ID edits the nightly batch applies (blank, reserved
      *  range, format) plus a status check and the STATZIP state,
      *  ZIP and phone edits; valid records are written to a freshly
      *  created indexed CUSTMAST, rejects go to the LOADREJ report
      *  with a reason, and the run ends with read/loaded/rejected
      *  statistics.
      *
      *  PRECONDITION: the extract must arrive in ascending UPST-ID
      *  sequence (the same order CUSTRECN requires) -- the indexed
           88  WS-FORMAT-IS-BAD                 VALUE "Y".

       COPY WSERRCD.
       COPY STATZIP.

       01  WS-REJECT-LINE.
           05  WS-REJ-ID                   PIC X(10).
                   SET ERR-INVALID-FORMAT TO TRUE
               END-IF
           END-IF
           IF ERR-NONE
               MOVE UPST-STATE TO WS-EDIT-STATE
               MOVE UPST-ZIP TO WS-EDIT-ZIP
               MOVE UPST-PHONE TO WS-EDIT-PHONE
               PERFORM 2200-EDIT-ADDRESS
           END-IF
           IF ERR-NONE
               PERFORM 3000-WRITE-MASTER-RECORD
           ELSE
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
      *  same paragraphs -- keep them in step with CUSTMNT, CUSTAPLY
      *  and CUSTADSW.
       2200-EDIT-ADDRESS.
           PERFORM 2210-EDIT-STATE-ZIP
           IF ERR-NONE
               PERFORM 2220-EDIT-PHONE
           END-IF.

      *  The state must be on the table and the ZIP must be five
      *  digits, or nine with the ZIP+4 suffix, whose first three
      *  fall inside one of that state's prefix ranges.
       2210-EDIT-STATE-ZIP.
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
       2220-EDIT-PHONE.
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

       3000-WRITE-MASTER-RECORD.
           MOVE UPST-ID TO CUST-ID
           MOVE UPST-ID-TYPE TO CUST-ID-TYPE
