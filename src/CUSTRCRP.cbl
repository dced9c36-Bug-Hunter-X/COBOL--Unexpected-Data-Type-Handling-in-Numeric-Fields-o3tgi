           05  FILLER                      PIC X(8)  VALUE "CUSTRSND".
           05  FILLER                      PIC X(8)  VALUE "CUSTBLKP".
           05  FILLER                      PIC X(8)  VALUE "CUSTACKM".
           05  FILLER                      PIC X(8)  VALUE "CUSTCHGF".
           05  FILLER                      PIC X(8)  VALUE "CUSTBALN".
       01  WS-STEP-TABLE REDEFINES WS-STEP-LIST.
           05  WS-STEP-NAME OCCURS 8 TIMES PIC X(8).

       01  WS-STEP-STATE.
           05  WS-STATE-ENTRY OCCURS 8 TIMES.
               10  WS-STATE-DONE-SW        PIC X(1).
               10  WS-STATE-TIMESTAMP      PIC X(21).
               10  WS-STATE-REC-COUNT      PIC 9(9).

       1100-OPEN-FILES.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 8
               MOVE "N" TO WS-STATE-DONE-SW(WS-STEP-IDX)
               MOVE SPACES TO WS-STATE-TIMESTAMP(WS-STEP-IDX)
               MOVE 0 TO WS-STATE-REC-COUNT(WS-STEP-IDX)

       2100-TALLY-CONTROL-ROW.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 8
               IF WS-STEP-NAME(WS-STEP-IDX) = RUNC-STEP-NAME
                   IF RUNC-COMPLETED
                       MOVE "Y" TO WS-STATE-DONE-SW(WS-STEP-IDX)
                   ELSE
                       ADD 1 TO WS-STATE-OVERRIDES(WS-STEP-IDX)
                   END-IF
                   MOVE 8 TO WS-STEP-IDX
               END-IF
           END-PERFORM.

           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 8
               MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-DET-STEP
               IF WS-STATE-DONE-SW(WS-STEP-IDX) = "Y"
                   MOVE "COMPLETE" TO WS-DET-STATE
