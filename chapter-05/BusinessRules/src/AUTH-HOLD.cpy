         88 (PREFIX)-HOLD-OPEN             VALUE "O".
         88 (PREFIX)-HOLD-RELEASED         VALUE "R".
         88 (PREFIX)-HOLD-EXPIRED          VALUE "X".
      * What the hold is for. An authorization hold (A; space on rows
      * written before payment holds existed) stands for a purchase
      * not yet settled. A payment hold (P) is the part of a posted
      * payment's credit the funds-hold engine kept back until the
      * payment clears: PAYMENT-ID is the payment it was taken on,
      * and EXPIRY-DATE the last day of its clearing period, after
      * which the credit is released. Both kinds come off
      * open-to-buy alike; only an authorization hold is released
      * by a settlement, and a payment hold goes early only when
      * the payment itself is returned.
        03 (PREFIX)-HOLD-KIND          PIC X(01) VALUE "A".
         88 (PREFIX)-HOLD-FOR-AUTHORIZATION VALUE "A", SPACE.
         88 (PREFIX)-HOLD-FOR-PAYMENT      VALUE "P".
        03 (PREFIX)-HOLD-PAYMENT-ID    PIC X(4) COMP-X VALUE 0.
