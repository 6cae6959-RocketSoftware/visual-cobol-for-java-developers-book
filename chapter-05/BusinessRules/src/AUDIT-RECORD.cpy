         88 (PREFIX)-AUDIT-SPENDCTRL       VALUE "SPENDCTRL".
         88 (PREFIX)-AUDIT-AUTHHOLD        VALUE "AUTHHOLD".
         88 (PREFIX)-AUDIT-SECURITY        VALUE "SECURITY".
         88 (PREFIX)-AUDIT-OLCONSENT       VALUE "OLCONSENT".
         88 (PREFIX)-AUDIT-COMPANY         VALUE "COMPANY".
         88 (PREFIX)-AUDIT-COSTCENTER      VALUE "COSTCENTER".
         88 (PREFIX)-AUDIT-TRAVEL          VALUE "TRAVEL".
        03 (PREFIX)-AUDIT-OPERATION    PIC X(06).
         88 (PREFIX)-AUDIT-WRITE           VALUE "WRITE".
         88 (PREFIX)-AUDIT-UPDATE          VALUE "UPDATE".
         88 (PREFIX)-AUDIT-DELETE          VALUE "DELETE".
      * A REVEAL row is written every time the token vault hands a
      * real card number back out - who asked, and for which token,
      * never the number itself - and, on a CUSTOMER row, every time
      * a customer's tax id and birth date are deciphered for a
      * caller, keyed on the customer, never the values themselves.
         88 (PREFIX)-AUDIT-REVEAL          VALUE "REVEAL".
      * A DENIED row is an operator refused a privileged action -
      * who tried, and which privilege the permission file did not
      * grant them.
         88 (PREFIX)-AUDIT-DENIED          VALUE "DENIED".
      * PIN events ride on SECURITY rows - which card (by token),
      * what happened and, for a reset, which CSR - never the PIN or
      * its verification value.
         88 (PREFIX)-AUDIT-PIN-SET         VALUE "PINSET".
         88 (PREFIX)-AUDIT-PIN-CHANGE      VALUE "PINCHG".
         88 (PREFIX)-AUDIT-PIN-VERIFIED    VALUE "PINOK".
         88 (PREFIX)-AUDIT-PIN-FAILED      VALUE "PINBAD".
         88 (PREFIX)-AUDIT-PIN-BLOCKED     VALUE "PINBLK".
         88 (PREFIX)-AUDIT-PIN-RESET       VALUE "PINRST".
        03 (PREFIX)-AUDIT-KEY          PIC 9(10).
        03 (PREFIX)-AUDIT-OLD-VALUES   PIC X(400).
        03 (PREFIX)-AUDIT-NEW-VALUES   PIC X(400).
