      ******************************************************************
      *  CHGFREC.CPY
      *  Customer master change feed record, written by CUSTCHGF to
      *  the CHGFEED file for the downstream systems.  One record per
      *  change applied to CUSTOMER-MASTER that night, in journal
      *  order: the change type (add, change, delete or merge), the
      *  customer ID, the journal timestamp and the program or
      *  operator that made it, then one entry per field that changed
      *  with its before and after value.  An add carries every
      *  non-blank field with a blank before value and a delete or
      *  merge every non-blank field with a blank after value; a
      *  merge also names the surviving customer ID.  A personal-data
      *  purge (source CUSTPURG) is a change listing the name,
      *  address, city, state, ZIP and phone with the purge mark as
      *  every before value and the masked or blank value after.
      *  Every record carries at least one entry; unused entries
      *  are spaces.  The file ends with the TRLRREC count/hash
      *  trailer, followed by the CUSTJRNL row counts the feed was
      *  cut between (rows after the first count, up to and
      *  including the second).
      ******************************************************************
       01  CHANGE-FEED-RECORD.
           05  CHGF-CUSTOMER-ID            PIC X(10).
           05  CHGF-CHANGE-TYPE            PIC X(1).
               88  CHGF-TYPE-ADD               VALUE "A".
               88  CHGF-TYPE-CHANGE            VALUE "C".
               88  CHGF-TYPE-DELETE            VALUE "D".
               88  CHGF-TYPE-MERGE             VALUE "M".
           05  CHGF-TIMESTAMP              PIC X(21).
           05  CHGF-SOURCE-USER            PIC X(8).
           05  CHGF-SURVIVOR-ID            PIC X(10).
           05  CHGF-FIELD-COUNT            PIC 9(2).
           05  CHGF-FIELD-ENTRY OCCURS 9 TIMES.
               10  CHGF-FIELD-NAME         PIC X(12).
               10  CHGF-BEFORE-VALUE       PIC X(30).
               10  CHGF-AFTER-VALUE        PIC X(30).
