       COPY CKPTREC.

       FD  AUDIT-LOG.
       01  AUDIT-LINE                      PIC X(90).

       FD  SUSPENSE-FILE.
       01  SUSP-LINE                       PIC X(82).
           MOVE SPACE TO AUDIT-CUST-STATUS
           MOVE SPACE TO AUDIT-LEGACY-SW
           MOVE "CUSTEXRP" TO AUDIT-SOURCE-PGM
           MOVE SPACES TO AUDIT-OPERATOR
           MOVE SPACES TO AUDIT-TERMINAL
           IF ERR-NONE
               MOVE "ACCEPTED" TO AUDIT-OUTCOME
           ELSE
