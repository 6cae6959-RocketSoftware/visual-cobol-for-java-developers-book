      * payment is due. Interest still accrued as normal.
        03 (PREFIX)-SKIP-FLAG          PIC X VALUE SPACE.
         88 (PREFIX)-CYCLE-WAS-SKIPPED     VALUE "S".
      * P = the cycle's minimum was suspended under an approved
      * payment-protection claim.
         88 (PREFIX)-CYCLE-CLAIM-SUSPENDED VALUE "P".
      * Payment-protection premium billed on this cycle's ending
      * balance, and any balance cancelled under an approved claim.
        03 (PREFIX)-PROTECTION-PREMIUM PIC S9(12)V99 VALUE 0.
        03 (PREFIX)-PROTECTION-BENEFIT PIC S9(12)V99 VALUE 0.
      * Payment credit still held at the cycle close - the part of
      * recent payments the funds-hold engine is keeping off the
      * available credit until they clear. The payments themselves
      * are already off the ending balance; this says how much of
      * that is not yet spendable.
        03 (PREFIX)-HELD-PAYMENT-CREDIT PIC S9(12)V99 VALUE 0.
      * Relationship tier change during the cycle: when the flag is
      * set the statement explains it - the tier the account moved
      * from and to, and the benefits now in force.
        03 (PREFIX)-REL-TIER-CHANGE-FLAG PIC X(01) VALUE SPACE.
         88 (PREFIX)-REL-TIER-CHANGED      VALUE "Y".
        03 (PREFIX)-REL-TIER           PIC X(01) VALUE SPACE.
        03 (PREFIX)-REL-PRIOR-TIER     PIC X(01) VALUE SPACE.
        03 (PREFIX)-REL-APR-DISCOUNT   PIC 9V9(4) VALUE 0.
        03 (PREFIX)-REL-FEE-WAIVER     PIC X(01) VALUE SPACE.
        03 (PREFIX)-REL-SAVINGS-BONUS  PIC 9V9(4) VALUE 0.
