      ******************************************************************
      *  NOTFREC.CPY
      *  Customer notification letter record, written by CUSTNOTF to
      *  the NOTFEXTR mailing extract for the mail house.  One record
      *  per letter: the letter type, the customer ID the letter is
      *  about (for a merge, the retired ID) and the surviving ID the
      *  customer should quote from now on, the date the change took
      *  or takes effect, and the name and mailing address the letter
      *  goes to.  The file ends with the TRLRREC count/hash trailer
      *  over the customer IDs, the same as CUSTINTF and CHGFEED.
      ******************************************************************
       01  NOTIFICATION-LETTER-RECORD.
           05  NOTF-LETTER-TYPE            PIC X(2).
               88  NOTF-ACCOUNT-CLOSED         VALUE "CL".
               88  NOTF-ACCOUNT-INACTIVATED    VALUE "IN".
               88  NOTF-ACCOUNT-REACTIVATED    VALUE "RA".
               88  NOTF-ACCOUNT-MERGED         VALUE "MG".
               88  NOTF-CLOSURE-NOTICE         VALUE "AN".
           05  NOTF-CUSTOMER-ID            PIC X(10).
           05  NOTF-SURVIVOR-ID            PIC X(10).
           05  NOTF-EFFECTIVE-DATE         PIC X(8).
           05  NOTF-NAME                   PIC X(20).
           05  NOTF-ADDR-LINE              PIC X(30).
           05  NOTF-CITY                   PIC X(20).
           05  NOTF-STATE                  PIC X(2).
           05  NOTF-ZIP                    PIC X(9).
