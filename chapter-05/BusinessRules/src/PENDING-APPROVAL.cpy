      * PENDING-APPROVAL - the dual-control queue: one row per
      * high-risk maintenance change held for a second pair of
      * eyes, keyed by when it was entered. A limit increase over
      * the configured threshold, any rate decrease, any
      * restriction-code removal, and a manual adjustment over the
      * enterer's own limit land here instead of posting; a
      * reviewer with a DIFFERENT caller id approves or rejects
      * each one, and approvals left unactioned past the window
      * expire on their own. The change itself posts only at
         88 (PREFIX)-REQUEST-LIMIT         VALUE "AL".
         88 (PREFIX)-REQUEST-RATE          VALUE "IR".
         88 (PREFIX)-REQUEST-UNRESTRICT    VALUE "AX".
         88 (PREFIX)-REQUEST-ADJUSTMENT    VALUE "MA".
        03 (PREFIX)-ACCOUNT-ID         PIC X(4) COMP-X.
        03 (PREFIX)-NEW-LIMIT          PIC S9(9)V99.
        03 (PREFIX)-NEW-APR            PIC 9V9(4).
         88 (PREFIX)-APPROVAL-EXPIRED      VALUE "E".
        03 (PREFIX)-ACTIONED-BY        PIC X(20).
        03 (PREFIX)-ACTIONED-DATE      PIC 9(08) VALUE 0.
      * A manual monetary adjustment over the enterer's own limit -
      * debit or credit, the bucket, the amount and the reason code,
      * posted through the adjustment engine at approval.
        03 (PREFIX)-ADJ-DIRECTION      PIC X(01) VALUE SPACE.
        03 (PREFIX)-ADJ-TARGET         PIC X(01) VALUE SPACE.
        03 (PREFIX)-ADJ-AMOUNT         PIC 9(9)V99 VALUE 0.
        03 (PREFIX)-ADJ-REASON-CODE    PIC X(04) VALUE SPACES.
