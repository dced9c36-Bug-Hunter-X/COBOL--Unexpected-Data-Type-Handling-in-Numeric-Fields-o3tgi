       01  RRBK-LINE                       PIC X(80).

       FD  AUDIT-LOG.
       01  AUDIT-LINE                      PIC X(90).

       FD  RESOLUTION-RPT.
       01  RPT-LINE                        PIC X(90).
           MOVE WS-CUST-STATUS TO AUDIT-CUST-STATUS
           MOVE WS-LEGACY-SW TO AUDIT-LEGACY-SW
           MOVE "CUSTBLKP" TO AUDIT-SOURCE-PGM
           MOVE SPACES TO AUDIT-OPERATOR
           MOVE SPACES TO AUDIT-TERMINAL
           EVALUATE TRUE
               WHEN ERR-NONE
                   MOVE "FOUND" TO AUDIT-OUTCOME
