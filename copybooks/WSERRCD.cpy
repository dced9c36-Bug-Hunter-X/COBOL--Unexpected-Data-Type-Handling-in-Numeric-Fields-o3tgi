      *  Standard error code values shared by the customer ID lookup
      *  programs.  WS-ERROR-CODE replaces the old on/off
      *  WS-ERROR-FLAG switch so failure logs can say exactly what
      *  went wrong instead of just "something failed".  Codes in
      *  the 30s are the address and phone edits (see STATZIP) that
      *  guard every path writing a customer master record; 35 is a
      *  blank street or city, which the CUSTNOTF mailing extract
      *  refuses to mail to.
      ******************************************************************
       01  WS-ERROR-CODE                   PIC 9(2)  VALUE 0.
           88  ERR-NONE                        VALUE 00.
           88  ERR-CUSTOMER-NOT-FOUND             VALUE 20.
           88  ERR-CUSTOMER-INACTIVE              VALUE 21.
           88  ERR-CUSTOMER-CLOSED                VALUE 22.
           88  ERR-STATE-INVALID                  VALUE 30.
           88  ERR-ZIP-FORMAT                     VALUE 31.
           88  ERR-ZIP-NOT-IN-STATE               VALUE 32.
           88  ERR-PHONE-FORMAT                   VALUE 33.
           88  ERR-AREA-CODE-INVALID              VALUE 34.
           88  ERR-ADDRESS-BLANK                  VALUE 35.

      *    Reserved block of IDs set aside for test accounts -- never
      *    assigned to a real customer.
