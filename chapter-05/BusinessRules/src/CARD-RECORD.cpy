      * id; until then authorization declines it.
         88 (PREFIX)-CARD-NOT-ACTIVATED    VALUE "I".
         88 (PREFIX)-CARD-USABLE-OR-COMING VALUE "A", "I".
      * Held: cut after a suspected account takeover and stopped
      * until the fraud case is ruled on - authorization declines it
      * and it cannot be activated. A false positive puts it back as
      * it was (HELD-FROM-STATUS); confirmed fraud marks it STOLEN.
         88 (PREFIX)-CARD-HELD             VALUE "H".
        03 (PREFIX)-CARD-ISSUED-DATE   PIC 9(08).
        03 (PREFIX)-ACTIVATED-DATE     PIC 9(08) VALUE 0.
      * PIN - never held here, only its verification value, derived
      * under the PIN key from the PIN and the owning account, so a
      * replacement card on the same account carries it over and
      * the cardholder's PIN survives the plastic. FAIL-COUNT is the
      * run of consecutive wrong PINs; the third blocks the PIN
      * until a CSR resets it. Zero VERIFY-VALUE = no PIN issued.
        03 (PREFIX)-PIN-VERIFY-VALUE   PIC 9(08) VALUE 0.
        03 (PREFIX)-PIN-STATUS         PIC X(01) VALUE SPACE.
         88 (PREFIX)-PIN-NOT-ISSUED        VALUE SPACE.
         88 (PREFIX)-PIN-IS-SET            VALUE "A".
         88 (PREFIX)-PIN-IS-BLOCKED        VALUE "B".
        03 (PREFIX)-PIN-FAIL-COUNT     PIC 9(01) VALUE 0.
        03 (PREFIX)-PIN-CHANGED-DATE   PIC 9(08) VALUE 0.
        03 (PREFIX)-HELD-FROM-STATUS   PIC X(01) VALUE SPACE.
      * Compromise - the tier a network breach alert put the card
      * under (space = never alerted): M monitored only, V velocity
      * tightened (authorization holds it to a small per-purchase
      * ceiling and a few approvals a day), R scheduled for mass
      * reissue - tightened the same way until the replacement is
      * live. EVENT-ID is the network's breach event and REISSUE-
      * DUE-DATE the day the mass reissue run picks the card up.
      * The replacement is issued not activated and the old card
      * keeps working meanwhile: REPLACEMENT-CARD-NUMBER on the old
      * card names it, REPLACES-CARD-NUMBER on the new card points
      * back, and the new card's activation retires the old one.
        03 (PREFIX)-COMPROMISE-TIER    PIC X(01) VALUE SPACE.
         88 (PREFIX)-NOT-COMPROMISED       VALUE SPACE.
         88 (PREFIX)-COMPROMISE-MONITOR    VALUE "M".
         88 (PREFIX)-COMPROMISE-VELOCITY   VALUE "V".
         88 (PREFIX)-COMPROMISE-REISSUE    VALUE "R".
         88 (PREFIX)-COMPROMISE-TIGHTENED  VALUE "V", "R".
        03 (PREFIX)-COMPROMISE-EVENT-ID PIC X(12) VALUE SPACES.
        03 (PREFIX)-COMPROMISE-DATE    PIC 9(08) VALUE 0.
        03 (PREFIX)-REISSUE-DUE-DATE   PIC 9(08) VALUE 0.
        03 (PREFIX)-REPLACEMENT-CARD-NUMBER PIC 9(16) VALUE 0.
        03 (PREFIX)-REPLACES-CARD-NUMBER PIC 9(16) VALUE 0.
