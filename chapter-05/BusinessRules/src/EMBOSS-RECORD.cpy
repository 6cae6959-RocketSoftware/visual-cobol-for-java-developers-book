         88 (PREFIX)-EMBOSS-NEW-ACCOUNT    VALUE "N".
         88 (PREFIX)-EMBOSS-EXPIRY-REISSUE VALUE "R".
         88 (PREFIX)-EMBOSS-REPLACEMENT    VALUE "L".
      * Mass reissue after a merchant breach - written to its own
      * batched extract so the bureau runs it as a bulk job, with
      * the carrier explaining why a working card is being replaced.
         88 (PREFIX)-EMBOSS-COMPROMISE     VALUE "C".
