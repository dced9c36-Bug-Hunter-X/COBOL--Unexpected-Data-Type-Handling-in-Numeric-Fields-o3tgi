      ******************************************************************
      *  PROGRAM-ID: CUSTUNLD
      *  Nightly unload of CUSTOMER-MASTER to the CUSTBKUP sequential
      *  backup.  Reads the master in customer ID order and writes
      *  each record image unchanged, then closes the file with the
      *  same TRL count/hash trailer the IDTRANS and CUSTINTF files
      *  carry, followed by the timestamp the unload started.  The
      *  CUSTRCVR forward recovery verifies that trailer before it
      *  restores anything, and replays CUSTJRNL only from the
      *  unload timestamp on -- a journal row written while the
      *  unload was running is replayed again, which is harmless
      *  because every journal row carries a full record image.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTUNLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT MASTER-BACKUP ASSIGN TO "CUSTBKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  MASTER-BACKUP.
       01  BKUP-RECORD                     PIC X(111).
       01  BKUP-TRAILER-IMAGE.
           05  BKUP-TRL-CONTROL            PIC X(24).
           05  BKUP-TRL-TIMESTAMP          PIC X(21).

       WORKING-STORAGE SECTION.
       01  WS-CUSTMAST-STATUS              PIC X(2).
       01  WS-BKUP-STATUS                  PIC X(2).
       01  WS-EOF-FLAG                     PIC X     VALUE "N".
           88  WS-END-OF-MASTER                VALUE "Y".
       01  WS-UNLOAD-TIMESTAMP             PIC X(21) VALUE SPACES.
       01  WS-UNLOAD-COUNT                 PIC 9(9)  VALUE 0.
       01  WS-HASH-IDX                     PIC 9(2)  VALUE 0.
       01  WS-HASH-ID                      PIC X(10) VALUE SPACES.
       01  WS-HASH-TOTAL                   PIC 9(12) VALUE 0.

       COPY TRLRREC.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-UNLOAD-TIMESTAMP
           PERFORM 1000-OPEN-FILES
           PERFORM UNTIL WS-END-OF-MASTER
               READ CUSTOMER-MASTER
                   AT END
                       SET WS-END-OF-MASTER TO TRUE
                   NOT AT END
                       PERFORM 2000-UNLOAD-ONE-CUSTOMER
               END-READ
           END-PERFORM
           PERFORM 6500-WRITE-TRAILER
           PERFORM 9000-CLOSE-FILES
           DISPLAY "CUSTUNLD: " WS-UNLOAD-COUNT " UNLOADED, HASH "
               WS-HASH-TOTAL ", AS OF " WS-UNLOAD-TIMESTAMP(1:14)
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "CUSTMAST OPEN FAILED STATUS="
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    One generation per unload -- operations keeps the prior
      *    generations the same way it keeps the AUDTARCH archives.
           OPEN OUTPUT MASTER-BACKUP
           IF WS-BKUP-STATUS NOT = "00"
               DISPLAY "CUSTBKUP OPEN FAILED STATUS="
                   WS-BKUP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-UNLOAD-ONE-CUSTOMER.
           MOVE SPACES TO BKUP-TRAILER-IMAGE
           MOVE CUSTOMER-RECORD TO BKUP-RECORD
           WRITE BKUP-RECORD
           IF WS-BKUP-STATUS NOT = "00"
               DISPLAY "CUSTBKUP WRITE FAILED FOR " CUST-ID
                   " STATUS=" WS-BKUP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-UNLOAD-COUNT
           MOVE CUST-ID TO WS-HASH-ID
           PERFORM 8500-ADD-ID-TO-HASH.

      *  The trailer is the last record: count and hash in the
      *  TRLRREC layout, then the unload start timestamp that marks
      *  where the journal roll-forward must begin.
       6500-WRITE-TRAILER.
           MOVE SPACES TO TRAILER-RECORD
           MOVE "TRL" TO TRLR-MARKER
           MOVE WS-UNLOAD-COUNT TO TRLR-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO TRLR-HASH-TOTAL
           MOVE SPACES TO BKUP-TRAILER-IMAGE
           MOVE TRAILER-RECORD TO BKUP-TRL-CONTROL
           MOVE WS-UNLOAD-TIMESTAMP TO BKUP-TRL-TIMESTAMP
           WRITE BKUP-TRAILER-IMAGE.

       8500-ADD-ID-TO-HASH.
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > 10
               ADD FUNCTION ORD(WS-HASH-ID(WS-HASH-IDX:1))
                   TO WS-HASH-TOTAL
           END-PERFORM.

       9000-CLOSE-FILES.
           CLOSE CUSTOMER-MASTER
           CLOSE MASTER-BACKUP.
