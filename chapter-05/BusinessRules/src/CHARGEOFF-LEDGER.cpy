      * Selling an account and then collecting on it is the lawsuit
      * that must never happen.
         88 (PREFIX)-SOLD-TO-THIRD-PARTY   VALUE "S".
      * Settled for less - see SETTLED-DATE below.
         88 (PREFIX)-SETTLED-FOR-LESS      VALUE "T".
        03 (PREFIX)-SOLD-DATE          PIC 9(08) VALUE 0.
        03 (PREFIX)-BUYER-CODE         PIC X(08) VALUE SPACES.
      * Settled for less than owed: the debtor's final settlement
      * payment posted as a recovery and the remainder was forgiven
      * - FORGIVEN-AMOUNT, on SETTLED-DATE. The debt is closed; the
      * forgiven remainder is no longer exposure, and it is what the
      * 1099-C extract reports as canceled.
        03 (PREFIX)-SETTLED-DATE       PIC 9(08) VALUE 0.
        03 (PREFIX)-FORGIVEN-AMOUNT    PIC S9(12)V99 VALUE 0.
