       COPY CUSTMAPM.
       COPY CUSTREC.
       COPY WSERRCD.
       COPY STATZIP.
       COPY MNTJRNL.
       COPY PHONREC.
       COPY OPERREC.
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
           MOVE CPHNI TO CUST-PHONE
           MOVE CDTOI TO CUST-DATE-OPENED.

      *  State, ZIP and phone are edited before anything is moved
      *  to the record, on changes as well as adds, so a record
      *  cannot be saved with an address caller verification cannot
      *  use.
       2090-EDIT-SCREEN-ADDRESS.
           MOVE CSTAI TO WS-EDIT-STATE
           MOVE CZIPI TO WS-EDIT-ZIP
           MOVE CPHNI TO WS-EDIT-PHONE
           PERFORM 2100-EDIT-ADDRESS.

       2095-SET-EDIT-MESSAGE.
           EVALUATE TRUE
               WHEN NOT WS-STATUS-IS-VALID
                   MOVE "Status must be A, I or C." TO MSGO
               WHEN NOT WS-DATE-IS-VALID
                   MOVE "Date opened must be numeric YYYYMMDD."
                       TO MSGO
               WHEN OTHER
                   PERFORM 3100-RESOLVE-ERROR-MSG
                   MOVE WS-ERROR-MSG TO MSGO
           END-EVALUATE.

      *  Address and phone edits against the STATZIP table.  Every
      *  program that writes a customer master record carries these
      *  same paragraphs -- keep them in step with CUSTLOAD, CUSTAPLY
      *  and CUSTADSW.
       2100-EDIT-ADDRESS.
           PERFORM 2110-EDIT-STATE-ZIP
           IF ERR-NONE
               PERFORM 2120-EDIT-PHONE
           END-IF.

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

       5000-ADD-CUSTOMER.
           PERFORM 2060-VALIDATE-STATUS
           PERFORM 2070-VALIDATE-DATE-OPENED
           PERFORM 2090-EDIT-SCREEN-ADDRESS
           IF WS-STATUS-IS-VALID AND WS-DATE-IS-VALID AND ERR-NONE
               PERFORM 2080-MOVE-SCREEN-TO-RECORD
               EXEC CICS
                   WRITE FILE("CUSTMAST") FROM(CUSTOMER-RECORD)
                   END-IF
               END-IF
           ELSE
               PERFORM 2095-SET-EDIT-MESSAGE
           END-IF.

       6000-CHANGE-CUSTOMER.
               MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
               PERFORM 2060-VALIDATE-STATUS
               PERFORM 2070-VALIDATE-DATE-OPENED
               PERFORM 2090-EDIT-SCREEN-ADDRESS
               IF WS-STATUS-IS-VALID AND WS-DATE-IS-VALID
                       AND ERR-NONE
                   PERFORM 2080-MOVE-SCREEN-TO-RECORD
                   EXEC CICS
                       REWRITE FILE("CUSTMAST") FROM(CUSTOMER-RECORD)
                           TO MSGO
                   END-IF
               ELSE
                   PERFORM 2095-SET-EDIT-MESSAGE
               END-IF
           ELSE
               MOVE "No customer on file for that ID." TO MSGO
