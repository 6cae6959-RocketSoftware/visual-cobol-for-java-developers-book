      * uses it to refuse to reverse the same payment twice. Follows
      * the LINKED-TRANSACTION-ID convention on TRANSACTION-RECORD.
        03 (PREFIX)-REVERSAL-OF-PAYMENT-ID PIC X(4) COMP-X VALUE 0.

      * How the money arrived - the AML cash pass aggregates the
      * cash-equivalent tenders (currency, and monetary instruments:
      * money orders, cashier's and traveler's checks) per customer
      * per business day. Space = not recorded (rows posted before
      * this field existed), treated as not cash.
        03 (PREFIX)-PAYMENT-TENDER     PIC X(01) VALUE SPACE.
         88 (PREFIX)-TENDER-NOT-RECORDED   VALUE SPACE.
         88 (PREFIX)-TENDER-CASH           VALUE "C".
         88 (PREFIX)-TENDER-INSTRUMENT     VALUE "M".
         88 (PREFIX)-TENDER-CHECK          VALUE "K".
         88 (PREFIX)-TENDER-ELECTRONIC     VALUE "E".
         88 (PREFIX)-TENDER-VALID          VALUE "C" "M" "K" "E".
         88 (PREFIX)-TENDER-CASH-EQUIVALENT VALUE "C" "M".
