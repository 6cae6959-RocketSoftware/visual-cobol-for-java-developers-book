         88 (PREFIX)-TYPE-CREDIT-CARD      VALUE "C".
         88 (PREFIX)-TYPE-CHARGE-CARD      VALUE "H".
         88 (PREFIX)-TYPE-SAVINGS          VALUE "S".
      * Certificate of deposit - a term deposit at a rate fixed for
      * the term (the CD-... fields below). Savings and CDs together
      * are the deposit products the card machinery leaves alone.
         88 (PREFIX)-TYPE-CERTIFICATE      VALUE "D".
         88 (PREFIX)-TYPE-DEPOSIT          VALUE "S", "D".
        03 (PREFIX)-CREDIT-LIMIT       PIC S9(9)V99.
        03 (PREFIX)-CURRENCY-CODE      PIC X(03).
         88 (PREFIX)-CURRENCY-USD          VALUE "USD".
      * payment can follow, the statement says why - and clears it,
      * so a skip can never roll into a second cycle.
        03 (PREFIX)-SKIP-CYCLE-DATE    PIC 9(08) VALUE 0.
      * Commercial card membership: the company (COMPANY-RECORD)
      * the cardholder account belongs to and the cost center it is
      * attached to within that company's hierarchy. A COMPANY-ID of
      * zero is an ordinary consumer account and COST-CENTER-CODE is
      * then spaces. COMPANY-ID is an alternate key on the account
      * file so a company's cards can be walked without a scan.
        03 (PREFIX)-COMPANY-ID         PIC X(4) COMP-X VALUE 0.
        03 (PREFIX)-COST-CENTER-CODE   PIC X(08) VALUE SPACES.
      * Military Lending Act: the covered-borrower determination made
      * from the DoD database response when the account was opened -
      * C covered, N not covered, space for accounts opened before
      * the check or through a path that does not make it. Coverage
      * is fixed at opening: a covered account's all-in rate (interest
      * plus fees, the MAPR) is held to the cap for its life, fees
      * that would break it are refused, and the monthly review
      * refunds whatever a cycle still billed over it.
        03 (PREFIX)-MLA-STATUS         PIC X(01) VALUE SPACE.
         88 (PREFIX)-MLA-COVERED           VALUE "C".
         88 (PREFIX)-MLA-NOT-COVERED       VALUE "N".
        03 (PREFIX)-MLA-CHECK-DATE     PIC 9(08) VALUE 0.
      * Co-brand partner: the retail partner (PARTNER-TERMS) whose
      * card this is - spaces for our own-brand products. The monthly
      * partner settlement shares the account's interchange, interest
      * and fees with the partner at the contract rates, pays the
      * bounty on its opening, and claws the bounty back if the
      * account closes inside the contract's window.
        03 (PREFIX)-PARTNER-CODE       PIC X(04) VALUE SPACES.
      * Certificate of deposit terms - zero/spaces on every other
      * type. The rate is APR, locked from the CD product table for
      * the term when the term starts. TERM-START-DATE and
      * MATURITY-DATE bound the current term; GRACE-END-DATE is the
      * last day after maturity the customer may withdraw or change
      * terms without penalty before the CD rolls for the same term
      * at the then-current rate. NOTICE-DATE is the day the current
      * term's maturity notice was triggered (zero = not yet).
      * Interest capitalizes into the CD, or with option P is paid
      * to the customer's own savings account PAYOUT-ACCOUNT-ID.
      * REVIEW-DATE is the last day the maturity run looked at the
      * CD's withdrawals for early-withdrawal penalties.
        03 (PREFIX)-CD-TERM-MONTHS     PIC 9(03) VALUE 0.
        03 (PREFIX)-CD-TERM-START-DATE PIC 9(08) VALUE 0.
        03 (PREFIX)-CD-MATURITY-DATE   PIC 9(08) VALUE 0.
        03 (PREFIX)-CD-GRACE-END-DATE  PIC 9(08) VALUE 0.
        03 (PREFIX)-CD-NOTICE-DATE     PIC 9(08) VALUE 0.
        03 (PREFIX)-CD-INTEREST-OPTION PIC X(01) VALUE SPACE.
         88 (PREFIX)-CD-INTEREST-CAPITALIZES VALUE SPACE, "C".
         88 (PREFIX)-CD-INTEREST-PAID-OUT    VALUE "P".
        03 (PREFIX)-CD-PAYOUT-ACCOUNT-ID PIC X(4) COMP-X VALUE 0.
        03 (PREFIX)-CD-REVIEW-DATE     PIC 9(08) VALUE 0.
      * Outside collection agency placement: the agency (its code on
      * the agency rules file) working the account on contingency,
      * and the day it was placed - spaces and zero while the account
      * is worked in house. Internal collectors stay off a placed
      * account: the aging pass keeps its buckets current but deals
      * it to no collector, and contact entry refuses attempts on it.
        03 (PREFIX)-AGENCY-CODE        PIC X(08) VALUE SPACES.
        03 (PREFIX)-AGENCY-PLACED-DATE PIC 9(08) VALUE 0.
      * CARD Act: an applicant under 21 is let in only on independent
      * income that supports the limit (I) or with a cosigner of 21
      * or over who shares the liability (C) - space for everyone
      * else. STATED-INCOME is the annual independent income from the
      * application. A cosigned account's limit is not raised
      * without the cosigner's written consent on file.
        03 (PREFIX)-UNDER-21-BASIS     PIC X(01) VALUE SPACE.
         88 (PREFIX)-UNDER-21-ON-INCOME    VALUE "I".
         88 (PREFIX)-UNDER-21-COSIGNED     VALUE "C".
        03 (PREFIX)-COSIGNER-ID        PIC X(4) COMP-X VALUE 0.
        03 (PREFIX)-STATED-INCOME      PIC 9(9)V99 VALUE 0.
      * Returned payments: how many of this account's payments have
      * come back unpaid (NSF, ACH return) and the day the latest
      * was reversed. The funds-hold engine reads them - an account
      * whose payments have bounced before has its next ones held
      * longer before the credit is released.
        03 (PREFIX)-RETURNED-PAYMENT-COUNT PIC 9(03) VALUE 0.
        03 (PREFIX)-LAST-RETURN-DATE   PIC 9(08) VALUE 0.
      * Relationship pricing: the tier the account is priced at - the
      * best of its primary and joint holders' tiers, set by the
      * monthly review - the tier before the latest change and the
      * day of that change, and the benefits the tier carries while
      * it holds: APR-DISCOUNT off the purchase APR, the annual fee
      * waived, SAVINGS-BONUS on top of a deposit account's rate.
      * The benefits start and stop with the tier.
        03 (PREFIX)-REL-TIER           PIC X(01) VALUE SPACE.
        03 (PREFIX)-REL-PRIOR-TIER     PIC X(01) VALUE SPACE.
        03 (PREFIX)-REL-CHANGE-DATE    PIC 9(08) VALUE 0.
        03 (PREFIX)-REL-APR-DISCOUNT   PIC 9V9(4) COMP-3 VALUE 0.
        03 (PREFIX)-REL-FEE-WAIVER     PIC X(01) VALUE SPACE.
         88 (PREFIX)-REL-ANNUAL-FEE-WAIVED VALUE "Y".
        03 (PREFIX)-REL-SAVINGS-BONUS  PIC 9V9(4) COMP-3 VALUE 0.
      * Securitization: D once the eligibility pass has designated
      * the account's receivables to the master trust, and the day
      * it did - space for an account the bank funds itself. A
      * designated account stays in the trust through delinquency
      * and charge-off; the monthly servicer report and the
      * trustee's data tape cover designated accounts only.
        03 (PREFIX)-TRUST-STATUS       PIC X(01) VALUE SPACE.
         88 (PREFIX)-NOT-IN-TRUST          VALUE SPACE.
         88 (PREFIX)-TRUST-DESIGNATED      VALUE "D".
        03 (PREFIX)-TRUST-DESIGNATION-DATE PIC 9(08) VALUE 0.
      * The day the billing-cycle change run last moved the account
      * to a new BILLING-CYCLE-DAY - zero while it still cycles on
      * the day it was given at opening. The rebalancing plan leaves
      * an account moved within the past year where it is.
        03 (PREFIX)-CYCLE-CHANGED-DATE PIC 9(08) VALUE 0.
