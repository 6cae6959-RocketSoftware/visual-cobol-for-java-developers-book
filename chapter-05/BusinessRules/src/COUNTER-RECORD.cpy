         88 (PREFIX)-COUNTER-PAYMENT       VALUE "PAYMENT".
         88 (PREFIX)-COUNTER-CARD          VALUE "CARD".
         88 (PREFIX)-COUNTER-TOKEN         VALUE "TOKEN".
         88 (PREFIX)-COUNTER-MAIL-SERIAL   VALUE "MAIL-SERIAL".
         88 (PREFIX)-COUNTER-STANDING-ORDER VALUE "STANDING-ORDER".
        03 (PREFIX)-COUNTER-VALUE      PIC X(4) COMP-X.
