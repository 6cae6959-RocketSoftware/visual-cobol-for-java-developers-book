         05 (PREFIX)-PATTERN-CODE      PIC X(01).
          88 (PREFIX)-PATTERN-LARGE        VALUE "L".
          88 (PREFIX)-PATTERN-VELOCITY     VALUE "V".
      * Account takeover: a change of phone, email or address
      * followed within days by a replacement card, a new authorized
      * user, a credit-line increase or a wallet provisioning.
          88 (PREFIX)-PATTERN-TAKEOVER     VALUE "T".
        03 (PREFIX)-CASE-STATUS        PIC X(01).
         88 (PREFIX)-CASE-NEW              VALUE "N".
         88 (PREFIX)-CASE-UNDER-REVIEW     VALUE "R".
        03 (PREFIX)-RAISED-DATE        PIC 9(08).
      * What the pattern looked like when the case opened: the count
      * and total for a velocity burst, the single transaction and
      * its amount for a large-transaction hit, the risk score and
      * any credit-line increase for a takeover sequence.
        03 (PREFIX)-TRIGGER-COUNT      PIC 9(06).
        03 (PREFIX)-TRIGGER-AMOUNT     PIC S9(12)V99.
        03 (PREFIX)-TRIGGER-TXN-ID     PIC X(4) COMP-X.
