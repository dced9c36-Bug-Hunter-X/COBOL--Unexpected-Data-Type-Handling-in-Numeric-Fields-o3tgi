       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       01  AUDIT-LINE                      PIC X(90).

       FD  AUDIT-PARM.
       01  PARM-RECORD.
           05  PARM-CUTOFF-DATE            PIC X(8).

       FD  AUDIT-ARCHIVE.
       01  ARCH-LINE                       PIC X(90).

       FD  AUDIT-RETAINED.
       01  NEW-LINE                        PIC X(90).

       FD  AUDIT-SUMMARY-RPT.
       01  RPT-LINE                        PIC X(90).
