      * change here. Activity codes: PU purchase, PY payment, IN
      * interest charged, LF late fee, TF per-transaction fee, IA
      * daily interest accrued not billed, IR accrued-interest
      * reversal on the billing day, RL rewards-liability movement,
      * PP payment-protection premium earned, PC payment-protection
      * claim paid (balance cancelled), DT intercompany cash held for
      * another institution (due-to), DF intercompany cash another
      * institution holds for this one (due-from), SP intercompany
      * settlement paid, SR intercompany settlement received, RS
      * co-brand partner revenue share payable, RB partner new-
      * account bounty payable, RC partner bounty clawback, NF card-
      * network assessment and fee invoice payable. The intercompany,
      * partner and network rows carry a blank account type.
      * Manual adjustments book under whatever activity code their
      * reason (ADJUSTMENT-REASON) names: the debit account is the
      * customer receivable and the credit account the offset, and a
      * credit adjustment books the same two the other way round.
      * Fixed layout: activity (2), account type (1), debit GL
      * account (8), credit GL account (8).
       01 (PREFIX)-GL-MAPPING.
