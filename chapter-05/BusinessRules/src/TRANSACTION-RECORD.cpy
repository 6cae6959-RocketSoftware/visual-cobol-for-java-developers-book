        03 (PREFIX)-TRANSACTION-TYPE   PIC X(01) VALUE SPACE.
         88 (PREFIX)-TYPE-PURCHASE         VALUE SPACE, "P".
         88 (PREFIX)-TYPE-CASH-ADVANCE     VALUE "A".
      * Balance transfer - priced in the purchase bucket (only cash
      * advances are split out), typed so it can be told apart.
         88 (PREFIX)-TYPE-BAL-TRANSFER     VALUE "B".
      * Payment protection - the month-end run's premium charge and the
      * balance it cancels on an approved claim, typed so the GL
      * extract and the protection report can pick them out.
         88 (PREFIX)-TYPE-PROTECTION-PREMIUM VALUE "I".
         88 (PREFIX)-TYPE-PROTECTION-CLAIM   VALUE "K".
      * Internal transfer - one leg of a movement between two of a
      * customer's own accounts; LINKED-TRANSACTION-ID names the
      * other leg. A leg drawn on a card is typed a cash advance
      * instead, so the interest engine prices it as one.
         88 (PREFIX)-TYPE-INTERNAL-TRANSFER  VALUE "T".
      * A manual adjustment is typed by the bucket it lands in (P or
      * A) and told apart by its MANUAL ADJUSTMENT description.

      * Tender - how a deposit to a savings account arrived, coded
      * as PAYMENT-TENDER is on PAYMENT-RECORD, so the AML cash pass
      * sees branch cash paid into savings as well as onto cards.
      * Space on every row that is not a deposit, and on deposits
      * posted before this field existed.
        03 (PREFIX)-TENDER-TYPE        PIC X(01) VALUE SPACE.
         88 (PREFIX)-TENDER-NOT-RECORDED   VALUE SPACE.
         88 (PREFIX)-TENDER-CASH           VALUE "C".
         88 (PREFIX)-TENDER-INSTRUMENT     VALUE "M".
         88 (PREFIX)-TENDER-CHECK          VALUE "K".
         88 (PREFIX)-TENDER-ELECTRONIC     VALUE "E".
         88 (PREFIX)-TENDER-CASH-EQUIVALENT VALUE "C" "M".

      * The country the merchant sits in, as settled by the card
      * network (ISO 3166 alpha-3) - spaces on rows keyed internally
      * and on rows posted before this field existed, both read as
      * domestic. What the fraud scan weighs a travel notice against.
        03 (PREFIX)-MERCHANT-COUNTRY   PIC X(03) VALUE SPACES.
