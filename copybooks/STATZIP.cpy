      ******************************************************************
      *  STATZIP.CPY
      *  Valid state codes and the ZIP code prefix ranges that belong
      *  to each one, with the work fields for the address and phone
      *  edits every program that writes a customer master record
      *  applies (CUSTMNT, CUSTLOAD, CUSTAPLY adds and name fixes, and
      *  the CUSTADSW sweep of records already on file).  CUSTNOTF puts
      *  a mailing address through the same state and ZIP edit, and
      *  CUSTPROF flags profiled states that are not on the table.  Each
      *  entry is a state code followed by the lowest and highest
      *  three-digit ZIP prefix of one range; a state with more than
      *  one range has one entry per range.  The 50 states, DC, the
      *  territories with their own ZIP ranges and the military
      *  AA/AE/AP codes are carried.  To add or change a range, edit the
      *  entry here, keep WS-SZ-COUNT equal to the number of entries
      *  and recompile every program that copies this member.
      *
      *  A phone number is ten digits whose area code follows the
      *  North American numbering plan: it cannot begin with 0 or 1,
      *  cannot be an N11 service code, and cannot have 9 as its
      *  middle digit (that block is held for expansion).
      ******************************************************************
       01  WS-SZ-TABLE-VALUES.
           05  FILLER                      PIC X(24) VALUE
               "AL350369AK995999AZ850865".
           05  FILLER                      PIC X(24) VALUE
               "AR716729AA340340AE090098".
           05  FILLER                      PIC X(24) VALUE
               "AP962966CA900961CO800816".
           05  FILLER                      PIC X(24) VALUE
               "CT060069DC200205DC569569".
           05  FILLER                      PIC X(24) VALUE
               "DE197199FL320349GA300319".
           05  FILLER                      PIC X(24) VALUE
               "GA398399GU969969HI967968".
           05  FILLER                      PIC X(24) VALUE
               "IA500528ID832838IL600629".
           05  FILLER                      PIC X(24) VALUE
               "IN460479KS660679KY400427".
           05  FILLER                      PIC X(24) VALUE
               "LA700714MA010027MA055055".
           05  FILLER                      PIC X(24) VALUE
               "MD206219ME039049MI480499".
           05  FILLER                      PIC X(24) VALUE
               "MN550567MO630658MS386397".
           05  FILLER                      PIC X(24) VALUE
               "MT590599NC270289ND580588".
           05  FILLER                      PIC X(24) VALUE
               "NE680693NH030038NJ070089".
           05  FILLER                      PIC X(24) VALUE
               "NM870884NV889898NY005005".
           05  FILLER                      PIC X(24) VALUE
               "NY100149OH430459OK730749".
           05  FILLER                      PIC X(24) VALUE
               "OR970979PA150196PR006007".
           05  FILLER                      PIC X(24) VALUE
               "PR009009RI028029SC290299".
           05  FILLER                      PIC X(24) VALUE
               "SD570577TN370385TX733733".
           05  FILLER                      PIC X(24) VALUE
               "TX750799TX885885UT840847".
           05  FILLER                      PIC X(24) VALUE
               "VA201201VA220246VI008008".
           05  FILLER                      PIC X(24) VALUE
               "VT050054VT056059WA980994".
           05  FILLER                      PIC X(24) VALUE
               "WI530549WV247268WY820831".

       01  WS-SZ-TABLE REDEFINES WS-SZ-TABLE-VALUES.
           05  WS-SZ-ENTRY OCCURS 66 TIMES.
               10  WS-SZ-STATE             PIC X(2).
               10  WS-SZ-ZIP-LOW           PIC X(3).
               10  WS-SZ-ZIP-HIGH          PIC X(3).

       01  WS-SZ-COUNT                     PIC 9(3)  VALUE 66.
       01  WS-SZ-IDX                       PIC 9(3)  VALUE 0.
       01  WS-SZ-STATE-SW                  PIC X     VALUE "N".
           88  WS-SZ-STATE-FOUND                VALUE "Y".
       01  WS-SZ-ZIP-SW                    PIC X     VALUE "N".
           88  WS-SZ-ZIP-IN-RANGE               VALUE "Y".

      *    The caller moves the candidate values here before it
      *    performs its address edit.
       01  WS-EDIT-STATE                   PIC X(2)  VALUE SPACES.
       01  WS-EDIT-ZIP                     PIC X(9)  VALUE SPACES.
       01  WS-EDIT-PHONE                   PIC X(10) VALUE SPACES.
