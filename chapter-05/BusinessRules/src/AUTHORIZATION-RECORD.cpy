         88 (PREFIX)-AUTH-REASON-OVER-TXN-MAX VALUE "09".
      * The customer told us to stop this recurring merchant.
         88 (PREFIX)-AUTH-REASON-MERCHANT-STOP VALUE "10".
      * Approved past open-to-buy, inside the over-limit tolerance
      * the holder has opted in to.
         88 (PREFIX)-AUTH-REASON-OVER-LIMIT-OK VALUE "11".
      * A company card inside its own open-to-buy but past the
      * company's overall limit, or past the spending limit of its
      * cost center or of any cost center above it.
         88 (PREFIX)-AUTH-REASON-COMPANY-LIMIT VALUE "12".
         88 (PREFIX)-AUTH-REASON-COST-CENTER VALUE "13".
      * The PIN entered did not verify, or the card's PIN is blocked
      * after three consecutive failures.
         88 (PREFIX)-AUTH-REASON-PIN-INCORRECT VALUE "14".
         88 (PREFIX)-AUTH-REASON-PIN-BLOCKED VALUE "15".
      * A card named in a network breach alert, held to the
      * tightened per-purchase ceiling or daily approval count
      * until it is replaced.
         88 (PREFIX)-AUTH-REASON-COMPROMISED VALUE "16".
      * A foreign sale past the foreign-use ceiling with no travel
      * notice covering the day and the merchant's country.
         88 (PREFIX)-AUTH-REASON-FOREIGN-USE VALUE "17".
      * The merchant category the acquirer presented - zero when
      * the caller has none - so the cardholder's blocked-MCC list
      * can be enforced at decision time. Appended after the reason
      * none - what the customer's recurring-merchant stop list is
      * matched on. Appended like AUTH-MCC so old rows still frame.
        03 (PREFIX)-AUTH-MERCHANT-ID   PIC X(15).
      * PIN-present requests (ATM cash, PIN debit-style POS): the
      * card presented - its vault token, zero to take the account's
      * active card - and the PIN as the security module translated
      * it out of the network's PIN block. The entry point blanks
      * PIN-DATA before the row is logged or handed back, so no PIN
      * ever lands in this file. Appended so old rows still frame.
        03 (PREFIX)-AUTH-PIN-PRESENT   PIC X(01).
         88 (PREFIX)-AUTH-PIN-IS-PRESENT   VALUE "Y".
        03 (PREFIX)-AUTH-CARD-NUMBER   PIC 9(16).
        03 (PREFIX)-AUTH-PIN-DATA      PIC X(04).
      * Stand-in approvals the network gave while the host was down,
      * replayed from its advice file. The network's approval stands
      * and its hold is written whatever the host says; DECISION and
      * REASON-CODE on a STAND-IN row carry the host's own verdict,
      * so a declined stand-in row is an approval the host would
      * have refused. Appended so old rows still frame.
        03 (PREFIX)-AUTH-STAND-IN      PIC X(01).
         88 (PREFIX)-AUTH-IS-STAND-IN      VALUE "Y".
      * The country of the merchant's location as the acquirer
      * presented it (ISO 3166 alpha-3), spaces when the caller has
      * none - weighed against the home country and the account's
      * travel notice. Appended so old rows still frame.
        03 (PREFIX)-AUTH-MERCHANT-COUNTRY PIC X(03).
