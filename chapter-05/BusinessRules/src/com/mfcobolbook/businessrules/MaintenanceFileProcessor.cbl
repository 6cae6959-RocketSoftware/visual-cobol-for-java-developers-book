      *>   CA <customer id> address1/address2/city/state/zip
      *>   CP <customer id> phone/email
      *>   CH <customer id> legal hold flag (Y to hold, N to lift)
      *>   CS <customer id> do-not-solicit flag (Y to stop marketing
      *>                    offers, N to allow them again)
      *>   PS <customer id> information-sharing choices from the
      *>                    privacy notice: affiliate opt-out (Y to
      *>                    opt out, N to opt back in, blank = no
      *>                    change), non-affiliated third-party
      *>                    opt-out (same), then the channel the
      *>                    customer used (B, P, W or M as for OL).
      *>                    Each choice made is dated with the
      *>                    processing date.
      *>   CL <customer id> preferred language for statements and
      *>                    letters (2, a LANGUAGE-TABLE code - EN
      *>                    English, ES Spanish).
      *>   BW <customer id> backup withholding cleared: the evidence
      *>                    (W a certified W-9, S the SSA or IRS TIN
      *>                    validation - the only evidence a second
      *>                    B-notice accepts, R30), the date it was
      *>                    received (yyyymmdd), then the TIN it
      *>                    certifies (11, blank = the one on file
      *>                    stands). A customer not under backup
      *>                    withholding is refused (R29).
      *>   AL <account id>  new credit limit (zoned 9(9)V99). An
      *>                    increase on an account opened with a
      *>                    cosigner is refused (R26) unless the
      *>                    cosigner's written consent to the new
      *>                    limit is on file (see CC). An
      *>                    increase that takes the customer or
      *>                    their household past the aggregate
      *>                    credit cap is refused (R31).
      *>   AS <account id>  new status (O to reopen, C to close)
      *>   AR <account id>  apply restriction: code (F fraud hold,
      *>                    L lost card, D deceased, H legal hold),
      *>                    file both maintain controls through this
      *>                    same record, so neither can half-update
      *>                    the other's work.
      *>   TN <account id>  travel notice: first and last day of the
      *>                    trip (yyyymmdd each), up to five
      *>                    destination countries (ISO alpha-3, 3
      *>                    each, blanks unused, at least one, not
      *>                    the home country), then the channel the
      *>                    customer used (B, P, W or M as for OL).
      *>                    Replaces any notice on file, as the REST
      *>                    facade's does; a trip already over, or
      *>                    a last day before the first, is refused
      *>                    (R32). Both dates zero cancels the notice
      *>                    on file.
      *>   OL <account id>  over-limit consent: I to opt in, O to
      *>                    opt out, then the channel the customer
      *>                    used (B branch, P phone, W web, M mail).
      *>                    Dated with the processing date; an opt-
      *>                    out binds from the next authorization.
      *>   AA <customer id> open a new account: type (C/H/S/D),
      *>                    requested limit (zoned 9(9)V99, only
      *>                    honoured where Risk has not tabled the
      *>                    type), override code (8, blank = none),
      *>                    prescreen offer id from the mailer (14,
      *>                    blank = none), co-brand partner code (4,
      *>                    blank = our own brand), then for a
      *>                    certificate of deposit (D) the term in
      *>                    months (3), the interest option (C or
      *>                    blank to capitalize, P to pay out) and
      *>                    the customer's own open savings account
      *>                    the interest is paid to (9, option P
      *>                    only), the applicant's independent annual
      *>                    income (zoned 9(9)V99, blank = none
      *>                    stated) and the customer id of a cosigner
      *>                    (9, blank = none). A CD is not priced
      *>                    by Risk: the CD product table's rate for
      *>                    the term is
      *>                    locked in and the maturity dated from
      *>                    today; the limit field is ignored.
      *>                    The APR and initial limit come from the
      *>                    risk-based pricing table keyed by the
      *>                    customer's imported bureau score; a
      *>                    supplied, in which case the type's most
      *>                    conservative band prices the account and
      *>                    the override lands on the edit report.
      *>                    A card account also takes the Military
      *>                    Lending Act covered-borrower determination
      *>                    from the DoD response file onto the new
      *>                    account; an applicant with no response
      *>                    there is refused until one is on file.
      *>                    A card applicant under 21 by the birth
      *>                    date on file is opened on their own only
      *>                    where the stated income carries the
      *>                    priced limit; otherwise the cosigner must
      *>                    be on file, someone else, and 21 or over,
      *>                    and goes on the account as a cosigner
      *>                    holder - without one the applicant is
      *>                    refused (R24), and a cosigner who does
      *>                    not qualify rejects the line (R25).
      *>                    A card whose priced limit takes the
      *>                    customer or their household past the
      *>                    aggregate credit cap is refused (R31).
      *>                    A refusal at pricing, like a limit cut
      *>                    on an AL line, is recorded as an adverse
      *>                    action with its ranked reasons, for the
      *>                    notice the customer is owed.
      *>                    An opened account is tied back to the
      *>                    prescreen campaign that offered it - by
      *>                    the offer id when the branch keyed one,
      *>                    otherwise by the customer's SSN against
      *>                    offers still open - so the campaign's
      *>                    response rate is measured on real books.
      *>   CT <account id>  change a certificate of deposit's terms
      *>                    in its grace period after maturity: new
      *>                    term in months (3, 000 = keep the term),
      *>                    interest option (C/P, blank = keep),
      *>                    payout savings account (9, blank =
      *>                    keep). A new term starts at the maturity
      *>                    just passed, at the table's current
      *>                    rate for it.
      *>   CC <account id>  cosigner's written consent to a higher
      *>                    limit: the cosigner's customer id (9,
      *>                    must be the account's cosigner), the
      *>                    limit consented to (zoned 9(9)V99), the
      *>                    date signed (yyyymmdd) and the imaging
      *>                    reference of the signed form (20). Filed
      *>                    for the limit paths to check; a later
      *>                    consent replaces the earlier one.
      *> Every line may carry, after the action's fields (from column
      *> 132), the id of the operator who keyed it (20, blank from
      *> unattended feeds). A line whose operator the HR roster links
      *> to the customer being changed - the key's customer, or the
      *> account's owner - is refused (R21) and goes on the security
      *> audit: staff do not maintain their own records.
      *> Every line is edited against the live record first - unknown
      *> keys, malformed amounts, bad state codes, illegal status
      *> transitions - and good ones are applied through the same
               organization is line sequential
               file status is WS-REPORT-STATUS
               .
           select Offer-Response-File assign to external
                                           offerResponseFile
               file status is WS-OFFER-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-OFFER-ID of FILE-OFFER-RESPONSE
               alternate record key is FILE-PROSPECT-SSN
                          of FILE-OFFER-RESPONSE with duplicates
               .

       data division.
       file section.
        03 MNT-DATA-HOLD REDEFINES MNT-DATA.
         05 MNT-HOLD-FLAG                  PIC X(01).
         05 FILLER                         PIC X(119).
        03 MNT-DATA-SOLICIT REDEFINES MNT-DATA.
         05 MNT-SOLICIT-FLAG               PIC X(01).
         05 FILLER                         PIC X(119).
        03 MNT-DATA-SHARING REDEFINES MNT-DATA.
         05 MNT-PS-AFFILIATE               PIC X(01).
          88 MNT-PS-AFFILIATE-VALID            VALUE "Y", "N", " ".
         05 MNT-PS-THIRD-PARTY             PIC X(01).
          88 MNT-PS-THIRD-PARTY-VALID          VALUE "Y", "N", " ".
         05 MNT-PS-CHANNEL                 PIC X(01).
          88 MNT-PS-CHANNEL-VALID              VALUE "B", "P", "W",
                                                     "M".
         05 FILLER                         PIC X(117).
        03 MNT-DATA-LANGUAGE REDEFINES MNT-DATA.
         05 MNT-LANGUAGE                   PIC X(02).
         05 FILLER                         PIC X(118).
        03 MNT-DATA-WITHHOLDING REDEFINES MNT-DATA.
         05 MNT-BW-EVIDENCE                PIC X(01).
          88 MNT-BW-CERTIFIED-W9               VALUE "W".
          88 MNT-BW-TIN-VALIDATED              VALUE "S".
         05 MNT-BW-RECEIVED-DATE           PIC 9(08).
         05 MNT-BW-RECEIVED-DATE-TEXT REDEFINES MNT-BW-RECEIVED-DATE
                                           PIC X(08).
         05 MNT-BW-TAX-ID                  PIC X(11).
         05 FILLER                         PIC X(100).
        03 MNT-DATA-ADD-ACCOUNT REDEFINES MNT-DATA.
         05 MNT-NEW-TYPE                   PIC X(01).
         05 MNT-REQ-LIMIT                  PIC 9(9)V99.
         05 MNT-REQ-LIMIT-TEXT REDEFINES MNT-REQ-LIMIT
                                           PIC X(11).
         05 MNT-OVERRIDE-CODE              PIC X(08).
         05 MNT-OFFER-ID                   PIC X(14).
         05 MNT-PARTNER-CODE               PIC X(04).
         05 MNT-CD-TERM                    PIC X(03).
         05 MNT-CD-OPTION                  PIC X(01).
         05 MNT-CD-PAYOUT-ACCOUNT          PIC X(09).
         05 MNT-ANNUAL-INCOME              PIC 9(9)V99.
         05 MNT-ANNUAL-INCOME-TEXT REDEFINES MNT-ANNUAL-INCOME
                                           PIC X(11).
         05 MNT-COSIGNER-ID                PIC X(09).
         05 FILLER                         PIC X(49).
        03 MNT-DATA-CD-TERMS REDEFINES MNT-DATA.
         05 MNT-CT-TERM                    PIC X(03).
         05 MNT-CT-OPTION                  PIC X(01).
         05 MNT-CT-PAYOUT-ACCOUNT          PIC X(09).
         05 FILLER                         PIC X(107).
        03 MNT-DATA-SPEND-CONTROL REDEFINES MNT-DATA.
         05 MNT-SC-FREEZE                  PIC X(01).
         05 MNT-SC-TXN-MAX                 PIC 9(9)V99.
                                           PIC X(11).
         05 MNT-SC-MCC                     PIC 9(04) OCCURS 5.
         05 FILLER                         PIC X(88).
        03 MNT-DATA-TRAVEL-NOTICE REDEFINES MNT-DATA.
         05 MNT-TN-START                   PIC X(08).
         05 MNT-TN-END                     PIC X(08).
         05 MNT-TN-COUNTRY                 PIC X(03) OCCURS 5.
         05 MNT-TN-CHANNEL                 PIC X(01).
          88 MNT-TN-CHANNEL-VALID              VALUE "B", "P", "W",
                                                     "M".
         05 FILLER                         PIC X(88).
        03 MNT-DATA-CONSENT REDEFINES MNT-DATA.
         05 MNT-OL-CONSENT                 PIC X(01).
         05 MNT-OL-CHANNEL                 PIC X(01).
          88 MNT-OL-CHANNEL-VALID              VALUE "B", "P", "W",
                                                     "M".
         05 FILLER                         PIC X(118).
        03 MNT-DATA-RESTRICT REDEFINES MNT-DATA.
         05 MNT-RESTRICT-CODE              PIC X(01).
         05 MNT-RESTRICT-START             PIC X(08).
         05 MNT-RESTRICT-END               PIC X(08).
         05 MNT-RESTRICT-REASON            PIC X(30).
         05 FILLER                         PIC X(73).
        03 MNT-DATA-COSIGNER-CONSENT REDEFINES MNT-DATA.
         05 MNT-CC-COSIGNER-ID             PIC X(09).
         05 MNT-CC-LIMIT                   PIC 9(9)V99.
         05 MNT-CC-LIMIT-TEXT REDEFINES MNT-CC-LIMIT
                                           PIC X(11).
         05 MNT-CC-DATE                    PIC 9(08).
         05 MNT-CC-DATE-TEXT REDEFINES MNT-CC-DATE
                                           PIC X(08).
         05 MNT-CC-DOCUMENT-REF            PIC X(20).
         05 FILLER                         PIC X(72).
        03 MNT-OPERATOR-ID                 PIC X(20).
       fd Edit-Report-File.
       01 EDIT-REPORT-LINE                 PIC X(100).
       fd Offer-Response-File.
       copy "OFFER-RESPONSE.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "COLLATERAL-DEPOSIT.cpy" replacing ==(PREFIX)==
                                                  by ==WS-COL==.
       copy "SPEND-CONTROL.cpy" replacing ==(PREFIX)== by ==WS-SC==.
       copy "TRAVEL-NOTICE.cpy" replacing ==(PREFIX)== by ==WS-TN==.
       copy "PENDING-APPROVAL.cpy" replacing ==(PREFIX)== by ==WS-PA==.
       copy "OVERLIMIT-CONSENT.cpy" replacing ==(PREFIX)== by ==WS-OL==.
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS-PO==.
       copy "CD-PRODUCT.cpy" replacing ==(PREFIX)== by ==WS-CDP==.
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CO==.
       copy "ACCOUNT-HOLDER-XREF.cpy" replacing ==(PREFIX)==
                                                  by ==WS-HX==.
       copy "COSIGNER-CONSENT.cpy" replacing ==(PREFIX)==
                                                  by ==WS-CSC==.
       copy "LANGUAGE-TABLE.cpy" replacing ==(PREFIX)== by ==LNG==.
       01 LANGUAGE-INDEX                   PIC 99 COMP-5.
       01 WS-PA-STATUS                     PIC XX.
       01 WS-LIMIT-THRESHOLD               PIC S9(9)V99.
       01 WS-QUEUED-COUNT                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-MAINT-STATUS                  PIC XX.
       01 WS-COLLATERAL-STATUS             PIC XX.
       01 WS-REPORT-STATUS                 PIC XX.
       01 WS-OFFER-STATUS                  PIC XX.

       78 BATCH-CALLER-ID                  VALUE "MAINT-BATCH".
       01 WS-CALLER-ID                     PIC X(20).
       78 REASON-BAD-TYPE                  VALUE "R13 BAD ACCOUNT TYPE".
       78 REASON-SCORE-UNBANDED
                                VALUE "R14 SCORE OUTSIDE ALL BANDS".
       78 REASON-BAD-CONSENT
                                VALUE "R15 BAD CONSENT OR CHANNEL".
       78 REASON-NO-MLA-RESPONSE
                                VALUE "R16 NO MLA DETERMINATION".
       78 REASON-NO-CD-PRODUCT
                                VALUE "R17 NO CD PRODUCT FOR TERM".
       78 REASON-BAD-CD-OPTION
                                VALUE "R18 BAD CD INTEREST OPTION".
       78 REASON-BAD-PAYOUT-ACCOUNT
                                VALUE "R19 BAD CD PAYOUT ACCOUNT".
       78 REASON-NOT-IN-GRACE
                                VALUE "R20 CD NOT IN GRACE PERIOD".
       78 REASON-OPERATOR-IS-CUSTOMER
                                VALUE "R21 OPERATOR IS THE CUSTOMER".
       78 REASON-BAD-SHARING-CHOICE
                                VALUE "R22 BAD SHARING CHOICE".
       78 REASON-NOT-REVEALED
                                VALUE "R23 IDENTITY NOT REVEALED".
       78 REASON-UNDER-21-UNSUPPORTED
                                VALUE "R24 UNDER 21 - NO INCOME/CO".
       78 REASON-BAD-COSIGNER
                                VALUE "R25 COSIGNER NOT ELIGIBLE".
       78 REASON-NO-COSIGNER-CONSENT
                                VALUE "R26 NO COSIGNER CONSENT".
       78 REASON-BAD-LANGUAGE
                                VALUE "R27 BAD LANGUAGE CODE".
       78 REASON-BAD-CERTIFICATION
                                VALUE "R28 BAD W-9 CERTIFICATION".
       78 REASON-NOT-WITHHOLDING
                                VALUE "R29 NOT UNDER BACKUP W/H".
       78 REASON-NEEDS-VALIDATION
                                VALUE "R30 2ND NOTICE - SSA/IRS ONLY".
       78 REASON-OVER-AGGREGATE-CAP
                                VALUE "R31 OVER AGGREGATE CREDIT CAP".
       78 REASON-BAD-TRAVEL-NOTICE
                                VALUE "R32 BAD TRAVEL NOTICE".
       01 WS-REJECT-REASON                 PIC X(30).

       01 WS-REQUESTED-ID                  PIC X(4) COMP-X.
      *> Operator-to-customer link check, ahead of every change.
       01 WS-LINKED-CUSTOMER-ID            PIC X(4) COMP-X.
       01 WS-CONFLICT-STATUS               PIC XX.
       78 PRIVILEGE-OWN-RECORD             VALUE "OWN-RECORD".
       01 WS-PRIVILEGE-NAME                PIC X(12).
       01 WS-NEXT-ACCOUNT-ID               PIC X(4) COMP-X.
       01 WS-TODAY                         PIC 9(08).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
       01 WS-PRICED-LIMIT                  PIC S9(9)V99.
       01 WS-SCORE-USED                    PIC 9(03).
       01 WS-PRICING-STATUS                PIC XX.
       01 WS-MLA-DETERMINATION             PIC X(01).
       01 WS-MLA-LOOKUP-STATUS             PIC XX.
       01 WS-REVEAL-STATUS                 PIC XX.
       01 WS-MLA-BIRTH-DATE                PIC 9(08).
       01 WS-ADVERSE-TYPE                  PIC X(01).
       01 WS-ADVERSE-OLD-LIMIT             PIC S9(9)V99.
       01 WS-ADVERSE-NEW-LIMIT             PIC S9(9)V99.
       01 WS-ADVERSE-STATUS                PIC XX.
      *> Certificate of deposit terms being opened or changed - the
      *> AA and CT lines' fields, edited into one place.
       01 WS-CD-TERM                       PIC 9(03).
       01 WS-CD-OPTION                     PIC X(01).
       01 WS-CD-PAYOUT-ID                  PIC X(4) COMP-X.
       01 WS-CD-OWNER-ID                   PIC X(4) COMP-X.
       01 WS-CD-TERM-START                 PIC 9(08).
       01 WS-CD-STATUS                     PIC XX.
      *> Under-21 opening - how the applicant qualified, and the
      *> cosigner taken on where the income did not carry the limit.
       01 WS-APPLICANT-INCOME              PIC 9(9)V99.
       01 WS-APPLICANT-AGE                 PIC 9(03).
       01 WS-AGE-STATUS                    PIC XX.
       01 WS-OPENING-BASIS                 PIC X(01).
       01 WS-OPENING-COSIGNER-ID           PIC X(4) COMP-X.
       01 WS-NO-INCOME                     PIC 9(9)V99 VALUE 0.
       01 WS-NO-LIMIT                      PIC S9(9)V99 VALUE 0.
       01 WS-CONSENT-LIMIT                 PIC S9(9)V99.
       01 WS-CONSENT-STATUS                PIC XX.
       copy "AGGREGATE-EXPOSURE.cpy"
                              replacing ==(PREFIX)== by ==WS-AX==.
       01 WS-AX-STATUS                     PIC XX.
       01 WS-XREF-STATUS                   PIC XX.
      *> Prescreen campaign tie-back for a newly opened account.
       01 WS-OFFER-FILE-FLAG               PIC X VALUE "N".
        88 OFFER-FILE-IS-OPEN                  VALUE "Y".
       01 WS-OFFER-FOUND-FLAG              PIC X VALUE "N".
        88 OFFER-WAS-FOUND                     VALUE "Y".
       01 WS-SSN-DIGITS                    PIC X(09).
       01 WS-SSN-NUMBER REDEFINES WS-SSN-DIGITS
                                           PIC 9(09).
       01 WS-SSN-LENGTH                    PIC 99 COMP-5.
       01 WS-TAX-ID-INDEX                  PIC 99 COMP-5.
      *> Travel-notice edit: a trip needs a country to go to, and
      *> home is not abroad.
       copy "HOME-COUNTRY.cpy".
       01 WS-TN-INDEX                      PIC 9 COMP-5.
       01 WS-TN-COUNTRIES                  PIC 9 COMP-5.
       01 WS-TN-STATUS                     PIC XX.
      *> Spend-control and over-limit consent files, each on its own
      *> status as the travel-notice file is.
       01 WS-SC-STATUS                     PIC XX.
       01 WS-OL-STATUS                     PIC XX.
       01 WS-OFFERS-TIED                   PIC 9(6) COMP-5 VALUE 0.
       01 WS-LINES-READ                    PIC 9(6) COMP-5 VALUE 0.
       01 WS-CHANGES-APPLIED               PIC 9(6) COMP-5 VALUE 0.
       01 WS-REJECT-COUNT                  PIC 9(6) COMP-5 VALUE 0.
           display "*** Maintenance lines read: " WS-LINES-READ
           display "*** Changes applied:        " WS-CHANGES-APPLIED
           display "*** Queued for approval:    " WS-QUEUED-COUNT
           display "*** Offer responses tied:   " WS-OFFERS-TIED
           display "*** Lines rejected:         " WS-REJECT-COUNT
           stop run.

                       WS-COLLATERAL-STATUS
                       " - secured-limit checking is OFF this run"
           end-if
      *>   The response file is the prescreen run's; before any
      *>   campaign has mailed there is nothing to tie back to.
           open i-o Offer-Response-File
           if WS-OFFER-STATUS = "00"
               set OFFER-FILE-IS-OPEN to true
           else
               if WS-OFFER-STATUS <> "35" and WS-OFFER-STATUS <> "05"
                   display "*** Could not open offer response file,"
                           " status " WS-OFFER-STATUS
                           " - openings are not tied to campaigns"
               end-if
           end-if
           open output Edit-Report-File
           open input Maintenance-File
           if WS-MAINT-STATUS <> "00"
               exit section
           end-if
           move MNT-KEY to WS-REQUESTED-ID
           perform CHECK-OPERATOR-LINK
           if WS-REJECT-REASON <> spaces
               perform WRITE-REJECT-LINE
               exit section
           end-if
           evaluate MNT-ACTION
               when "CA"
                   perform APPLY-CUSTOMER-ADDRESS
                   perform APPLY-ACCOUNT-STATUS
               when "CH"
                   perform APPLY-LEGAL-HOLD
               when "CS"
                   perform APPLY-SOLICIT-FLAG
               when "PS"
                   perform APPLY-SHARING-CHOICE
               when "CL"
                   perform APPLY-PREFERRED-LANGUAGE
               when "BW"
                   perform CLEAR-BACKUP-WITHHOLDING
               when "AR"
                   perform APPLY-RESTRICTION
               when "AX"
                   perform APPLY-ACCOUNT-ADD
               when "SC"
                   perform APPLY-SPEND-CONTROL
               when "TN"
                   perform APPLY-TRAVEL-NOTICE
               when "OL"
                   perform APPLY-OVERLIMIT-CONSENT
               when "CT"
                   perform APPLY-CD-TERMS
               when "CC"
                   perform APPLY-COSIGNER-CONSENT
               when other
                   move REASON-BAD-ACTION to WS-REJECT-REASON
           end-evaluate
           end-if
           .

      *> Customer lines and openings are keyed by the customer; every
      *> other line by an account, whose owner is the customer being
      *> changed. An unknown account is left for the action's own
      *> edit to reject.
       CHECK-OPERATOR-LINK SECTION.
           if MNT-OPERATOR-ID = spaces
               exit section
           end-if
           if MNT-ACTION = "CA" or MNT-ACTION = "CP"
                   or MNT-ACTION = "CH" or MNT-ACTION = "CS"
                   or MNT-ACTION = "PS" or MNT-ACTION = "AA"
                   or MNT-ACTION = "CL" or MNT-ACTION = "BW"
               move WS-REQUESTED-ID to WS-LINKED-CUSTOMER-ID
           else
               perform FETCH-ACCOUNT-FOR-UPDATE
               if WS-REJECT-REASON <> spaces
                   move spaces to WS-REJECT-REASON
                   exit section
               end-if
               move WS-CUSTOMER-ID of WS-ACCOUNT
                                       to WS-LINKED-CUSTOMER-ID
               call UNLOCK-ACCOUNT-RECORD using by reference
                                                    FILE-STATUS
           end-if
           call CHECK-OPERATOR-CONFLICT using by reference
                                             MNT-OPERATOR-ID
                                             WS-LINKED-CUSTOMER-ID
                                             WS-CONFLICT-STATUS
           if WS-CONFLICT-STATUS <> "00"
               move PRIVILEGE-OWN-RECORD to WS-PRIVILEGE-NAME
               call WRITE-SECURITY-AUDIT using by reference
                                             MNT-OPERATOR-ID
                                             WS-PRIVILEGE-NAME
               call SET-AUDIT-CALLER-ID using by reference WS-CALLER-ID
               move REASON-OPERATOR-IS-CUSTOMER to WS-REJECT-REASON
           end-if
           .

       FETCH-CUSTOMER SECTION.
           move WS-REQUESTED-ID to
                   WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
           move MNT-CITY to WS-CUST-CITY
           move MNT-STATE to WS-CUST-STATE
           move MNT-ZIP-CODE to WS-CUST-ZIP-CODE
           call GET-PROCESSING-DATE using by reference WS-TODAY
           move WS-TODAY to WS-CUST-ADDRESS-CHANGED-DATE
           perform REWRITE-CUSTOMER
           .

           perform REWRITE-CUSTOMER
           .

      *> The customer's own marketing opt-out - the prescreen list
      *> run honours it ahead of any vendor list.
       APPLY-SOLICIT-FLAG SECTION.
           perform FETCH-CUSTOMER
           if WS-REJECT-REASON <> spaces
               exit section
           end-if
           if MNT-SOLICIT-FLAG <> "Y" and MNT-SOLICIT-FLAG <> "N"
               move REASON-BAD-TRANSITION to WS-REJECT-REASON
               exit section
           end-if
           move MNT-SOLICIT-FLAG to WS-CUST-DO-NOT-SOLICIT-FLAG
           perform REWRITE-CUSTOMER
           .

      *> The privacy notice's opt-outs - each dated and channelled
      *> on its own, so the record shows when every choice was made.
      *> A line that chooses nothing is refused rather than counted.
       APPLY-SHARING-CHOICE SECTION.
           if not MNT-PS-AFFILIATE-VALID
                   or not MNT-PS-THIRD-PARTY-VALID
                   or not MNT-PS-CHANNEL-VALID
                   or (MNT-PS-AFFILIATE = space
                       and MNT-PS-THIRD-PARTY = space)
               move REASON-BAD-SHARING-CHOICE to WS-REJECT-REASON
               exit section
           end-if
           perform FETCH-CUSTOMER
           if WS-REJECT-REASON <> spaces
               exit section
           end-if
           call GET-PROCESSING-DATE using by reference WS-TODAY
           if MNT-PS-AFFILIATE <> space
               move MNT-PS-AFFILIATE to WS-CUST-AFFILIATE-SHARE-OPT-OUT
               move WS-TODAY to WS-CUST-AFFILIATE-OPT-OUT-DATE
               move MNT-PS-CHANNEL to WS-CUST-AFFILIATE-OPT-OUT-CHANNEL
           end-if
           if MNT-PS-THIRD-PARTY <> space
               move MNT-PS-THIRD-PARTY to
                                   WS-CUST-THIRD-PARTY-SHARE-OPT-OUT
               move WS-TODAY to WS-CUST-THIRD-PARTY-OPT-OUT-DATE
               move MNT-PS-CHANNEL to
                                   WS-CUST-THIRD-PARTY-OPT-OUT-CHANNEL
           end-if
           perform REWRITE-CUSTOMER
           .

      *> Only a language the bank produces statements and letters in
      *> is accepted.
       APPLY-PREFERRED-LANGUAGE SECTION.
           move REASON-BAD-LANGUAGE to WS-REJECT-REASON
           perform varying LANGUAGE-INDEX from 1 by 1
                       until LANGUAGE-INDEX > LNG-LANGUAGE-MAX
               if LNG-LANGUAGE-CODE(LANGUAGE-INDEX) = MNT-LANGUAGE
                   move spaces to WS-REJECT-REASON
                   exit perform
               end-if
           end-perform
           if WS-REJECT-REASON <> spaces
               exit section
           end-if
           perform FETCH-CUSTOMER
           if WS-REJECT-REASON <> spaces
               exit section
           end-if
           move MNT-LANGUAGE to WS-CUST-PREFERRED-LANGUAGE
           perform REWRITE-CUSTOMER
           .

      *> A first B-notice is answered by the customer's certified
      *> W-9; after a second only the SSA or IRS validation of the
      *> TIN will do. A TIN certified on the form replaces the one on
      *> file (written in clear, the storage layer enciphers it).
       CLEAR-BACKUP-WITHHOLDING SECTION.
           if (not MNT-BW-CERTIFIED-W9 and not MNT-BW-TIN-VALIDATED)
                   or MNT-BW-RECEIVED-DATE-TEXT is not numeric
                   or MNT-BW-RECEIVED-DATE = 0
               move REASON-BAD-CERTIFICATION to WS-REJECT-REASON
               exit section
           end-if
           perform FETCH-CUSTOMER
           if WS-REJECT-REASON <> spaces
               exit section
           end-if
           if not WS-CUST-BACKUP-WITHHOLDING
               move REASON-NOT-WITHHOLDING to WS-REJECT-REASON
               exit section
           end-if
           if WS-CUST-SECOND-B-NOTICE and not MNT-BW-TIN-VALIDATED
               move REASON-NEEDS-VALIDATION to WS-REJECT-REASON
               exit section
           end-if
           set WS-CUST-WITHHOLDING-CLEARED to true
           move MNT-BW-RECEIVED-DATE to
                                   WS-CUST-WITHHOLDING-CLEARED-DATE
           if MNT-BW-TAX-ID <> spaces
               move MNT-BW-TAX-ID to WS-CUST-TAX-ID
           end-if
           perform REWRITE-CUSTOMER
           .

       REWRITE-CUSTOMER SECTION.
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-CUSTOMER-RECORD using by value WS-FUNCTION-CODE
                                                       FILE-STATUS
               exit section
           end-if
      *>   A cosigned under-21 account's limit rises only as far as
      *>   the cosigner has agreed in writing - checked before the
      *>   approval queue, so nothing is parked that could not post.
           if WS-UNDER-21-COSIGNED of WS-ACCOUNT
                   and MNT-NEW-LIMIT > WS-CREDIT-LIMIT of WS-ACCOUNT
               move MNT-NEW-LIMIT to WS-CONSENT-LIMIT
               call CHECK-COSIGNER-CONSENT using by reference
                                               WS-REQUESTED-ID
                                               WS-CONSENT-LIMIT
                                               WS-CONSENT-STATUS
               if WS-CONSENT-STATUS <> "00"
                   call UNLOCK-ACCOUNT-RECORD using by reference
                                                       FILE-STATUS
                   move REASON-NO-COSIGNER-CONSENT to WS-REJECT-REASON
                   exit section
               end-if
           end-if
           if MNT-NEW-LIMIT > WS-CREDIT-LIMIT of WS-ACCOUNT
               move WS-CUSTOMER-ID of WS-ACCOUNT to WS-AX-CUSTOMER-ID
               move WS-REQUESTED-ID to WS-AX-PROPOSED-ACCOUNT-ID
               move MNT-NEW-LIMIT to WS-AX-PROPOSED-LIMIT
               perform CHECK-AGGREGATE-CAP
               if WS-REJECT-REASON <> spaces
                   call UNLOCK-ACCOUNT-RECORD using by reference
                                                       FILE-STATUS
                   exit section
               end-if
           end-if
      *>   Dual control: a limit increase past the configured
      *>   threshold parks on the approval queue for a second pair
      *>   of eyes instead of posting here - the same rule the
               perform QUEUE-THE-APPROVAL
               exit section
           end-if
           move WS-CREDIT-LIMIT to WS-ADVERSE-OLD-LIMIT
           move MNT-NEW-LIMIT to WS-CREDIT-LIMIT
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                                     FILE-STATUS
           if FILE-STATUS <> "00"
               move REASON-WRITE-FAILED to WS-REJECT-REASON
               exit section
           end-if
      *>   A cut is an adverse action - recorded for the notice.
           if WS-CREDIT-LIMIT < WS-ADVERSE-OLD-LIMIT
               move "R" to WS-ADVERSE-TYPE
               move WS-CREDIT-LIMIT to WS-ADVERSE-NEW-LIMIT
               call GET-PROCESSING-DATE using by reference WS-TODAY
               call RECORD-ADVERSE-ACTION using by reference
                                               WS-ADVERSE-TYPE
                                               WS-CUSTOMER-ID
                                               WS-ACCOUNT
                                               WS-ADVERSE-OLD-LIMIT
                                               WS-ADVERSE-NEW-LIMIT
                                               WS-TODAY
                                               WS-ADVERSE-STATUS
               perform REPORT-ADVERSE-STATUS
           end-if
           .

      *> The proposed line, with every other card line the customer
      *> and their household hold, must stay inside the aggregate
      *> caps; a customer whose exposure cannot be measured is
      *> refused the same way.
       CHECK-AGGREGATE-CAP SECTION.
           call CHECK-AGGREGATE-EXPOSURE using by reference
                                             WS-AX-AGGREGATE-EXPOSURE
                                             WS-AX-STATUS
           if WS-AX-STATUS <> "00"
                   or not WS-AX-WITHIN-AGGREGATE-CAP
               move REASON-OVER-AGGREGATE-CAP to WS-REJECT-REASON
           end-if
           .

      *> The applicant refused at pricing is owed a notice saying why
      *> - the decision goes on the adverse-action file with the
      *> bureau factors behind it.
       RECORD-REFUSAL SECTION.
           move "A" to WS-ADVERSE-TYPE
           move 0 to WS-ADVERSE-OLD-LIMIT
           move 0 to WS-ADVERSE-NEW-LIMIT
           call GET-PROCESSING-DATE using by reference WS-TODAY
           call RECORD-ADVERSE-ACTION using by reference
                                           WS-ADVERSE-TYPE
                                           WS-REQUESTED-ID
                                           WS-ACCOUNT
                                           WS-ADVERSE-OLD-LIMIT
                                           WS-ADVERSE-NEW-LIMIT
                                           WS-TODAY
                                           WS-ADVERSE-STATUS
           perform REPORT-ADVERSE-STATUS
           .

       REPORT-ADVERSE-STATUS SECTION.
           if WS-ADVERSE-STATUS <> "00" and WS-ADVERSE-STATUS <> "02"
               display "*** Adverse action not recorded for key "
                       MNT-KEY " status " WS-ADVERSE-STATUS
           end-if
           .

      *> subprogram, so this intake and the bulk builder price new
      *> accounts identically. A type Risk has not tabled (savings
      *> today) keeps the keyed limit and the historical default
      *> rate - the pre-pricing behaviour. The MLA determination and
      *> the offer tie-back need the owner's tax id and birth date in
      *> clear, revealed through the audited REVEAL-CUSTOMER-PII entry
      *> under the batch caller id.
       APPLY-ACCOUNT-ADD SECTION.
           perform FETCH-CUSTOMER
           if WS-REJECT-REASON <> spaces
               exit section
           end-if
           call REVEAL-CUSTOMER-PII using by reference
                                        WS-CUST-CUSTOMER-RECORD
                                        WS-REVEAL-STATUS
           if WS-REVEAL-STATUS <> "00"
               move REASON-NOT-REVEALED to WS-REJECT-REASON
               exit section
           end-if
           if MNT-NEW-TYPE <> "C" and MNT-NEW-TYPE <> "H"
                   and MNT-NEW-TYPE <> "S" and MNT-NEW-TYPE <> "D"
               move REASON-BAD-TYPE to WS-REJECT-REASON
               exit section
           end-if
           if MNT-NEW-TYPE = "D"
               perform EDIT-CD-OPENING
               if WS-REJECT-REASON = spaces
                   move 0 to WS-PRICED-LIMIT
                   move 0 to WS-PRICED-APR
                   move 0 to WS-SCORE-USED
                   move space to WS-MLA-DETERMINATION
                   move space to WS-OPENING-BASIS
                   move 0 to WS-OPENING-COSIGNER-ID
                   move 0 to WS-APPLICANT-INCOME
                   perform BUILD-NEW-ACCOUNT
               end-if
               exit section
           end-if
           if MNT-REQ-LIMIT-TEXT is not numeric
               move REASON-BAD-AMOUNT to WS-REJECT-REASON
               exit section
                   move .18 to WS-PRICED-APR
               when "95"
                   move REASON-NO-SCORE to WS-REJECT-REASON
                   perform RECORD-REFUSAL
                   exit section
               when other
                   move REASON-SCORE-UNBANDED to WS-REJECT-REASON
                   perform RECORD-REFUSAL
                   exit section
           end-evaluate
           move space to WS-OPENING-BASIS
           move 0 to WS-OPENING-COSIGNER-ID
           move 0 to WS-APPLICANT-INCOME
           if MNT-NEW-TYPE = "C" or MNT-NEW-TYPE = "H"
               perform CHECK-UNDER-21-APPLICANT
               if WS-REJECT-REASON <> spaces
                   exit section
               end-if
               move WS-REQUESTED-ID to WS-AX-CUSTOMER-ID
               move 0 to WS-AX-PROPOSED-ACCOUNT-ID
               move WS-PRICED-LIMIT to WS-AX-PROPOSED-LIMIT
               perform CHECK-AGGREGATE-CAP
               if WS-REJECT-REASON <> spaces
                   perform RECORD-REFUSAL
                   exit section
               end-if
           end-if
           move space to WS-MLA-DETERMINATION
           if MNT-NEW-TYPE <> "S"
               move WS-CUST-DATE-OF-BIRTH to WS-MLA-BIRTH-DATE
               call DETERMINE-MLA-COVERAGE using by reference
                                               WS-CUST-TAX-ID
                                               WS-MLA-BIRTH-DATE
                                               WS-PRICED-APR
                                               WS-MLA-DETERMINATION
                                               WS-MLA-LOOKUP-STATUS
               if WS-MLA-LOOKUP-STATUS <> "00"
                   move REASON-NO-MLA-RESPONSE to WS-REJECT-REASON
                   exit section
               end-if
           end-if
           perform BUILD-NEW-ACCOUNT
           .

      *> The CARD Act's under-21 rule for a card opening. The age
      *> comes from the owner's birth date (revealed above); an
      *> applicant under 21 whose stated income will not carry the
      *> priced limit - or whose age cannot be told - needs the
      *> line's cosigner, who must be on file, someone other than the
      *> applicant, and shown to be 21 or over themselves.
       CHECK-UNDER-21-APPLICANT SECTION.
           if MNT-ANNUAL-INCOME-TEXT = spaces
               move 0 to WS-APPLICANT-INCOME
           else
               if MNT-ANNUAL-INCOME-TEXT is not numeric
                   move REASON-BAD-AMOUNT to WS-REJECT-REASON
                   exit section
               end-if
               move MNT-ANNUAL-INCOME to WS-APPLICANT-INCOME
           end-if
           move WS-CUST-DATE-OF-BIRTH to WS-MLA-BIRTH-DATE
           call ASSESS-APPLICANT-AGE using by reference
                                           WS-MLA-BIRTH-DATE
                                           WS-APPLICANT-INCOME
                                           WS-PRICED-LIMIT
                                           WS-APPLICANT-AGE
                                           WS-AGE-STATUS
           evaluate WS-AGE-STATUS
               when "00"
                   exit section
               when "01"
                   move "I" to WS-OPENING-BASIS
                   exit section
           end-evaluate
           if MNT-COSIGNER-ID = spaces
               move REASON-UNDER-21-UNSUPPORTED to WS-REJECT-REASON
               perform RECORD-REFUSAL
               exit section
           end-if
           if MNT-COSIGNER-ID is not numeric
               move REASON-BAD-COSIGNER to WS-REJECT-REASON
               exit section
           end-if
           move MNT-COSIGNER-ID to WS-OPENING-COSIGNER-ID
           if WS-OPENING-COSIGNER-ID = WS-REQUESTED-ID
               move REASON-BAD-COSIGNER to WS-REJECT-REASON
               exit section
           end-if
           move WS-OPENING-COSIGNER-ID to
                   WS-CO-CUSTOMER-ID of WS-CO-CUSTOMER-RECORD
           move START-READ to WS-FUNCTION-CODE
           call FIND-CUSTOMER-ID using by value WS-FUNCTION-CODE
                         by reference WS-CO-CUSTOMER-RECORD
                                      WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               move REASON-BAD-COSIGNER to WS-REJECT-REASON
               exit section
           end-if
           call REVEAL-CUSTOMER-PII using by reference
                                        WS-CO-CUSTOMER-RECORD
                                        WS-REVEAL-STATUS
           if WS-REVEAL-STATUS <> "00"
               move REASON-NOT-REVEALED to WS-REJECT-REASON
               exit section
           end-if
           move WS-CO-DATE-OF-BIRTH to WS-MLA-BIRTH-DATE
           call ASSESS-APPLICANT-AGE using by reference
                                           WS-MLA-BIRTH-DATE
                                           WS-NO-INCOME
                                           WS-NO-LIMIT
                                           WS-APPLICANT-AGE
                                           WS-AGE-STATUS
           if WS-AGE-STATUS <> "00"
               move REASON-BAD-COSIGNER to WS-REJECT-REASON
               exit section
           end-if
           move "C" to WS-OPENING-BASIS
           .

      *> The cosigner's written consent to a higher limit, filed for
      *> the limit paths to check. Only the account's own cosigner
      *> can give it.
       APPLY-COSIGNER-CONSENT SECTION.
           if MNT-CC-COSIGNER-ID is not numeric
               move REASON-BAD-COSIGNER to WS-REJECT-REASON
               exit section
           end-if
           if MNT-CC-LIMIT-TEXT is not numeric
               move REASON-BAD-AMOUNT to WS-REJECT-REASON
               exit section
           end-if
           if MNT-CC-DATE-TEXT is not numeric or MNT-CC-DATE = 0
               move REASON-BAD-AMOUNT to WS-REJECT-REASON
               exit section
           end-if
           perform FETCH-ACCOUNT-FOR-UPDATE
           if WS-REJECT-REASON <> spaces
               exit section
           end-if
           call UNLOCK-ACCOUNT-RECORD using by reference FILE-STATUS
           move MNT-CC-COSIGNER-ID to WS-OPENING-COSIGNER-ID
           if not WS-UNDER-21-COSIGNED of WS-ACCOUNT
                   or WS-COSIGNER-ID of WS-ACCOUNT
                                   <> WS-OPENING-COSIGNER-ID
               move REASON-BAD-COSIGNER to WS-REJECT-REASON
               exit section
           end-if
           call GET-PROCESSING-DATE using by reference WS-TODAY
           initialize WS-CSC-COSIGNER-CONSENT
           move WS-REQUESTED-ID to
                        WS-CSC-ACCOUNT-ID of WS-CSC-COSIGNER-CONSENT
           move WS-OPENING-COSIGNER-ID to
                        WS-CSC-COSIGNER-ID of WS-CSC-COSIGNER-CONSENT
           move MNT-CC-DATE to WS-CSC-CONSENT-DATE
           move MNT-CC-LIMIT to WS-CSC-CONSENTED-LIMIT
           move MNT-CC-DOCUMENT-REF to WS-CSC-DOCUMENT-REF
           move WS-TODAY to WS-CSC-RECORDED-DATE
           if MNT-OPERATOR-ID = spaces
               move WS-CALLER-ID to WS-CSC-RECORDED-BY
           else
               move MNT-OPERATOR-ID to WS-CSC-RECORDED-BY
           end-if
           call RECORD-COSIGNER-CONSENT using by reference
                                           WS-CSC-COSIGNER-CONSENT
                                           WS-CONSENT-STATUS
           if WS-CONSENT-STATUS <> "00"
               move REASON-WRITE-FAILED to WS-REJECT-REASON
           end-if
           .

      *> The cosigner goes on the account's holder cross-reference
      *> alongside the primary, so everyone who answers for the
      *> debt is found from the account.
       ATTACH-COSIGNER SECTION.
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-HOLDER-XREF-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-XREF-STATUS
           if WS-XREF-STATUS = "00"
               initialize WS-HX-ACCOUNT-HOLDER-XREF
               move WS-ACCOUNT-ID of WS-ACCOUNT to
                       WS-HX-ACCOUNT-ID of WS-HX-ACCOUNT-HOLDER-XREF
               move WS-OPENING-COSIGNER-ID to
                       WS-HX-CUSTOMER-ID of WS-HX-ACCOUNT-HOLDER-XREF
               set WS-HX-ROLE-COSIGNER to true
               move WS-TODAY to WS-HX-HOLDER-ADDED-DATE
               set WS-HX-HOLDER-ACTIVE to true
               move WRITE-RECORD to WS-FUNCTION-CODE
               call WRITE-HOLDER-XREF using by value WS-FUNCTION-CODE
                             by reference WS-HX-ACCOUNT-HOLDER-XREF
                                          WS-XREF-STATUS
               if WS-XREF-STATUS <> "00" and WS-XREF-STATUS <> "02"
                   perform REPORT-COSIGNER-XREF
               end-if
               move CLOSE-FILE to WS-FUNCTION-CODE
               call OPEN-HOLDER-XREF-FILE using by value
                                        WS-FUNCTION-CODE
                                    by reference WS-XREF-STATUS
           else
               perform REPORT-COSIGNER-XREF
           end-if
           .

       REPORT-COSIGNER-XREF SECTION.
           display "*** Cosigner not cross-referenced on account "
                   WS-ACCOUNT-ID of WS-ACCOUNT
                   " status " WS-XREF-STATUS
           .

      *> The cardholder's spend controls, replaced whole as keyed.
      *> The row is created on first use and updated after that; a
      *> line of all-default values (N freeze, zero max, zero MCCs)
           call UNLOCK-ACCOUNT-RECORD using by reference FILE-STATUS
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-SPEND-CONTROL-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-SC-STATUS
           if WS-SC-STATUS <> "00"
               move REASON-WRITE-FAILED to WS-REJECT-REASON
               exit section
           end-if
                        WS-SC-ACCOUNT-ID of WS-SC-SPEND-CONTROL
           call FIND-SPEND-CONTROL-BY-ACCOUNT using
                              by reference WS-SC-SPEND-CONTROL
                                           WS-SC-STATUS
           if WS-SC-STATUS = "00"
               move UPDATE-RECORD to WS-FUNCTION-CODE
           else
               move WRITE-RECORD to WS-FUNCTION-CODE
           move MNT-SC-MCC(5) to WS-SC-BLOCKED-MCC(5)
           call WRITE-SPEND-CONTROL using by value WS-FUNCTION-CODE
                              by reference WS-SC-SPEND-CONTROL
                                           WS-SC-STATUS
           if WS-SC-STATUS <> "00" and WS-SC-STATUS <> "02"
               move REASON-WRITE-FAILED to WS-REJECT-REASON
           end-if
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-SPEND-CONTROL-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-SC-STATUS
           .

      *> The customer's travel notice, replaced whole as keyed - the
      *> row is created on the first trip and updated after that, and
      *> a line with both dates zero deletes it. The CSR's operator
      *> id, or the feed's caller id, is recorded as who took it.
       APPLY-TRAVEL-NOTICE SECTION.
           if MNT-TN-START is not numeric or MNT-TN-END is not numeric
               move REASON-BAD-TRAVEL-NOTICE to WS-REJECT-REASON
               exit section
           end-if
           call GET-PROCESSING-DATE using by reference WS-TODAY
           if MNT-TN-START <> "00000000" or MNT-TN-END <> "00000000"
               move 0 to WS-TN-COUNTRIES
               perform varying WS-TN-INDEX from 1 by 1
                           until WS-TN-INDEX > 5
                   if MNT-TN-COUNTRY(WS-TN-INDEX) = HOME-COUNTRY
                       move 9 to WS-TN-COUNTRIES
                       exit perform
                   end-if
                   if MNT-TN-COUNTRY(WS-TN-INDEX) <> spaces
                       add 1 to WS-TN-COUNTRIES
                   end-if
               end-perform
               if MNT-TN-START = "00000000"
                       or MNT-TN-END < MNT-TN-START
                       or MNT-TN-END < WS-TODAY
                       or WS-TN-COUNTRIES = 0 or WS-TN-COUNTRIES = 9
                       or not MNT-TN-CHANNEL-VALID
                   move REASON-BAD-TRAVEL-NOTICE to WS-REJECT-REASON
                   exit section
               end-if
           end-if
           perform FETCH-ACCOUNT-FOR-UPDATE
           if WS-REJECT-REASON <> spaces
               exit section
           end-if
           call UNLOCK-ACCOUNT-RECORD using by reference FILE-STATUS
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-TRAVEL-NOTICE-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TN-STATUS
           if WS-TN-STATUS <> "00"
               move REASON-WRITE-FAILED to WS-REJECT-REASON
               exit section
           end-if
           initialize WS-TN-TRAVEL-NOTICE
           move WS-REQUESTED-ID to
                        WS-TN-ACCOUNT-ID of WS-TN-TRAVEL-NOTICE
           call FIND-TRAVEL-NOTICE-BY-ACCOUNT using
                              by reference WS-TN-TRAVEL-NOTICE
                                           WS-TN-STATUS
           evaluate true
               when MNT-TN-START = "00000000"
                   if WS-TN-STATUS = "00"
                       call DELETE-TRAVEL-NOTICE using
                              by reference WS-TN-TRAVEL-NOTICE
                                           WS-TN-STATUS
                   else
                       move REASON-KEY-NOT-FOUND to WS-REJECT-REASON
                       move "00" to WS-TN-STATUS
                   end-if
               when WS-TN-STATUS = "00"
                   move UPDATE-RECORD to WS-FUNCTION-CODE
                   perform WRITE-TRAVEL-NOTICE-ROW
               when other
                   move WRITE-RECORD to WS-FUNCTION-CODE
                   perform WRITE-TRAVEL-NOTICE-ROW
           end-evaluate
           if WS-TN-STATUS <> "00" and WS-TN-STATUS <> "02"
               move REASON-WRITE-FAILED to WS-REJECT-REASON
           end-if
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-TRAVEL-NOTICE-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TN-STATUS
           .

       WRITE-TRAVEL-NOTICE-ROW SECTION.
           initialize WS-TN-TRAVEL-NOTICE
           move WS-REQUESTED-ID to
                        WS-TN-ACCOUNT-ID of WS-TN-TRAVEL-NOTICE
           move MNT-TN-START to WS-TN-TRAVEL-START-DATE
           move MNT-TN-END to WS-TN-TRAVEL-END-DATE
           move MNT-TN-COUNTRY(1) to WS-TN-TRAVEL-COUNTRY(1)
           move MNT-TN-COUNTRY(2) to WS-TN-TRAVEL-COUNTRY(2)
           move MNT-TN-COUNTRY(3) to WS-TN-TRAVEL-COUNTRY(3)
           move MNT-TN-COUNTRY(4) to WS-TN-TRAVEL-COUNTRY(4)
           move MNT-TN-COUNTRY(5) to WS-TN-TRAVEL-COUNTRY(5)
           move MNT-TN-CHANNEL to WS-TN-NOTICE-CHANNEL
           move WS-TODAY to WS-TN-NOTICE-ENTERED-DATE
           if MNT-OPERATOR-ID = spaces
               move WS-CALLER-ID to WS-TN-NOTICE-ENTERED-BY
           else
               move MNT-OPERATOR-ID to WS-TN-NOTICE-ENTERED-BY
           end-if
           call WRITE-TRAVEL-NOTICE using by value WS-FUNCTION-CODE
                              by reference WS-TN-TRAVEL-NOTICE
                                           WS-TN-STATUS
           .

      *> The holder's over-limit consent. The row is created on the
      *> first answer and updated after that; an opt-in and the
      *> latest opt-out each keep their own date and channel, and an
      *> opt-out leaves the fee run's cycle count alone so a later
      *> opt-in cannot restart the three-cycle limit.
       APPLY-OVERLIMIT-CONSENT SECTION.
           if (MNT-OL-CONSENT <> "I" and MNT-OL-CONSENT <> "O")
                   or not MNT-OL-CHANNEL-VALID
               move REASON-BAD-CONSENT to WS-REJECT-REASON
               exit section
           end-if
           perform FETCH-ACCOUNT-FOR-UPDATE
           if WS-REJECT-REASON <> spaces
               exit section
           end-if
           call UNLOCK-ACCOUNT-RECORD using by reference FILE-STATUS
           call GET-PROCESSING-DATE using by reference WS-TODAY
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-OVERLIMIT-CONSENT-FILE using by value
                                        WS-FUNCTION-CODE
                                    by reference WS-OL-STATUS
           if WS-OL-STATUS <> "00"
               move REASON-WRITE-FAILED to WS-REJECT-REASON
               exit section
           end-if
           move WS-REQUESTED-ID to
                        WS-OL-ACCOUNT-ID of WS-OL-OVERLIMIT-CONSENT
           call FIND-OVERLIMIT-CONSENT-BY-ACCOUNT using
                              by reference WS-OL-OVERLIMIT-CONSENT
                                           WS-OL-STATUS
           if WS-OL-STATUS = "00"
               move UPDATE-RECORD to WS-FUNCTION-CODE
           else
               move WRITE-RECORD to WS-FUNCTION-CODE
               initialize WS-OL-OVERLIMIT-CONSENT
               move WS-REQUESTED-ID to
                        WS-OL-ACCOUNT-ID of WS-OL-OVERLIMIT-CONSENT
           end-if
           move MNT-OL-CONSENT to WS-OL-CONSENT-STATUS
           if WS-OL-OVERLIMIT-OPTED-IN
               move WS-TODAY to WS-OL-OPT-IN-DATE
               move MNT-OL-CHANNEL to WS-OL-OPT-IN-CHANNEL
           else
               move WS-TODAY to WS-OL-OPT-OUT-DATE
               move MNT-OL-CHANNEL to WS-OL-OPT-OUT-CHANNEL
           end-if
           call WRITE-OVERLIMIT-CONSENT using by value WS-FUNCTION-CODE
                              by reference WS-OL-OVERLIMIT-CONSENT
                                           WS-OL-STATUS
           if WS-OL-STATUS <> "00" and WS-OL-STATUS <> "02"
               move REASON-WRITE-FAILED to WS-REJECT-REASON
           end-if
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-OVERLIMIT-CONSENT-FILE using by value
                                        WS-FUNCTION-CODE
                                    by reference WS-OL-STATUS
           .

       BUILD-NEW-ACCOUNT SECTION.
           end-if
           set WS-ACCOUNT-OPEN of WS-ACCOUNT to true
           move WS-TODAY to WS-DATE-OPENED of WS-ACCOUNT
           move WS-MLA-DETERMINATION to WS-MLA-STATUS of WS-ACCOUNT
           move MNT-PARTNER-CODE to WS-PARTNER-CODE of WS-ACCOUNT
           move WS-OPENING-BASIS to WS-UNDER-21-BASIS of WS-ACCOUNT
           move WS-OPENING-COSIGNER-ID to WS-COSIGNER-ID of WS-ACCOUNT
           move WS-APPLICANT-INCOME to WS-STATED-INCOME of WS-ACCOUNT
           if WS-MLA-DETERMINATION <> space
               move WS-TODAY to WS-MLA-CHECK-DATE of WS-ACCOUNT
           end-if
           if MNT-NEW-TYPE = "D"
               move WS-CD-TERM to WS-CD-TERM-MONTHS of WS-ACCOUNT
               move WS-CD-OPTION to WS-CD-INTEREST-OPTION of WS-ACCOUNT
               move WS-CD-PAYOUT-ID to
                                 WS-CD-PAYOUT-ACCOUNT-ID of WS-ACCOUNT
               move WS-TODAY to WS-CD-REVIEW-DATE of WS-ACCOUNT
               move WS-TODAY to WS-CD-TERM-START
               call START-CD-TERM using by reference WS-ACCOUNT
                                                     WS-CD-TERM-START
                                                     WS-CD-STATUS
               if WS-CD-STATUS <> "00"
                   move REASON-NO-CD-PRODUCT to WS-REJECT-REASON
                   exit section
               end-if
           end-if
      *>   The cycle day anchors to the opening day, capped at 28
      *>   the way the bulk builder caps it.
           if WS-TODAY-DAY > 28
                       " for customer " MNT-KEY
                       " type " MNT-NEW-TYPE
                       " score " WS-SCORE-USED
               if WS-MLA-COVERED of WS-ACCOUNT
                   display "MLA COVERED  account "
                           WS-ACCOUNT-ID of WS-ACCOUNT
                           " - all-in rate held to the MAPR cap"
               end-if
               if WS-UNDER-21-COSIGNED of WS-ACCOUNT
                   perform ATTACH-COSIGNER
               end-if
               if OFFER-FILE-IS-OPEN
                   perform TIE-OFFER-RESPONSE
               end-if
           end-if
           .

      *> An offer id keyed from the mailer is taken at its word; a
      *> blank one falls back to the SSN, taking the first offer to
      *> this prospect still unanswered and unexpired. An opening
      *> matches no more than one offer, and an offer answers once.
       TIE-OFFER-RESPONSE SECTION.
           move "N" to WS-OFFER-FOUND-FLAG
           if MNT-OFFER-ID <> spaces
               move MNT-OFFER-ID to FILE-OFFER-ID
               read Offer-Response-File key is FILE-OFFER-ID
               if WS-OFFER-STATUS = "00" and FILE-OFFER-MAILED
                   set OFFER-WAS-FOUND to true
               else
                   display "OFFER  " MNT-OFFER-ID
                           " not on file or already answered"
                           " - account " WS-ACCOUNT-ID of WS-ACCOUNT
                           " not tied"
               end-if
           else
               perform FIND-OFFER-BY-SSN
           end-if
           if not OFFER-WAS-FOUND
               exit section
           end-if
           set FILE-OFFER-RESPONDED to true
           move WS-TODAY to FILE-RESPONSE-DATE
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                                   FILE-RESPONSE-ACCOUNT-ID
           move WS-REQUESTED-ID to FILE-RESPONSE-CUSTOMER-ID
           rewrite FILE-OFFER-RESPONSE
           if WS-OFFER-STATUS = "00" or WS-OFFER-STATUS = "02"
               add 1 to WS-OFFERS-TIED
               display "RESPONSE  offer " FILE-OFFER-ID
                       " campaign " FILE-CAMPAIGN-CODE
                       " opened account " WS-ACCOUNT-ID of WS-ACCOUNT
           end-if
           .

       FIND-OFFER-BY-SSN SECTION.
           move zeroes to WS-SSN-DIGITS
           move 0 to WS-SSN-LENGTH
           perform varying WS-TAX-ID-INDEX from 1 by 1
                       until WS-TAX-ID-INDEX > 11
               if WS-CUST-TAX-ID(WS-TAX-ID-INDEX:1) is numeric
                   add 1 to WS-SSN-LENGTH
                   if WS-SSN-LENGTH <= 9
                       move WS-CUST-TAX-ID(WS-TAX-ID-INDEX:1) to
                                WS-SSN-DIGITS(WS-SSN-LENGTH:1)
                   end-if
               end-if
           end-perform
           if WS-SSN-LENGTH <> 9
               exit section
           end-if
           move WS-SSN-NUMBER to FILE-PROSPECT-SSN
           start Offer-Response-File key = FILE-PROSPECT-SSN
           if WS-OFFER-STATUS <> "00"
               exit section
           end-if
           read Offer-Response-File next
           perform until (WS-OFFER-STATUS <> "00"
                           and WS-OFFER-STATUS <> "02")
                   or FILE-PROSPECT-SSN <> WS-SSN-NUMBER
               if FILE-OFFER-MAILED
                       and FILE-OFFER-EXPIRY-DATE >= WS-TODAY
                   set OFFER-WAS-FOUND to true
                   exit perform
               end-if
               read Offer-Response-File next
           end-perform
           .

      *> A CD opening's own fields: a term the product table offers,
      *> a known interest option, and for payout the customer's own
      *> open savings account to pay to.
       EDIT-CD-OPENING SECTION.
           if MNT-CD-TERM is not numeric
               move REASON-NO-CD-PRODUCT to WS-REJECT-REASON
               exit section
           end-if
           move MNT-CD-TERM to WS-CD-TERM
           move MNT-CD-OPTION to WS-CD-OPTION
           move WS-REQUESTED-ID to WS-CD-OWNER-ID
           move 0 to WS-CD-PAYOUT-ID
           perform EDIT-CD-TERM
           if WS-REJECT-REASON <> spaces
               exit section
           end-if
           if WS-CD-OPTION = "P"
               perform EDIT-CD-PAYOUT-ACCOUNT
           end-if
           .

       EDIT-CD-TERM SECTION.
           if WS-CD-OPTION <> space and WS-CD-OPTION <> "C"
                   and WS-CD-OPTION <> "P"
               move REASON-BAD-CD-OPTION to WS-REJECT-REASON
               exit section
           end-if
           move WS-CD-TERM to WS-CDP-TERM-MONTHS
           call LOOKUP-CD-PRODUCT using by reference WS-CDP-CD-PRODUCT
                                                     WS-CD-STATUS
           if WS-CD-STATUS <> "00"
               move REASON-NO-CD-PRODUCT to WS-REJECT-REASON
           end-if
           .

      *> The payout account is read under the usual lock and let go
      *> at once - only its type, status and owner are checked.
       EDIT-CD-PAYOUT-ACCOUNT SECTION.
           if MNT-CD-PAYOUT-ACCOUNT is not numeric
               move REASON-BAD-PAYOUT-ACCOUNT to WS-REJECT-REASON
               exit section
           end-if
           move MNT-CD-PAYOUT-ACCOUNT to WS-CD-PAYOUT-ID
           perform CHECK-CD-PAYOUT-ACCOUNT
           .

       CHECK-CD-PAYOUT-ACCOUNT SECTION.
           move WS-CD-PAYOUT-ID to WS-PO-ACCOUNT-ID of WS-PO-ACCOUNT
           move READ-FOR-UPDATE to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-PO-ACCOUNT
                                                   WS-CD-STATUS
           if WS-CD-STATUS <> "00"
               move REASON-BAD-PAYOUT-ACCOUNT to WS-REJECT-REASON
               exit section
           end-if
           call UNLOCK-ACCOUNT-RECORD using by reference WS-CD-STATUS
           if not WS-PO-TYPE-SAVINGS of WS-PO-ACCOUNT
                   or not WS-PO-ACCOUNT-OPEN of WS-PO-ACCOUNT
                   or WS-PO-CUSTOMER-ID of WS-PO-ACCOUNT
                      <> WS-CD-OWNER-ID
               move REASON-BAD-PAYOUT-ACCOUNT to WS-REJECT-REASON
           end-if
           .

      *> A change of terms is only taken in the grace period, from
      *> maturity to the grace end - before it the term is still
      *> running, after it the maturity run has rolled the CD. The
      *> CD is read once to learn its owner and window, the payout
      *> account edited with it let go, and only then re-read under
      *> lock for the rewrite.
       APPLY-CD-TERMS SECTION.
           perform FETCH-ACCOUNT-FOR-UPDATE
           if WS-REJECT-REASON <> spaces
               exit section
           end-if
           call UNLOCK-ACCOUNT-RECORD using by reference FILE-STATUS
           if not WS-TYPE-CERTIFICATE of WS-ACCOUNT
                   or not WS-ACCOUNT-OPEN of WS-ACCOUNT
               move REASON-BAD-TYPE to WS-REJECT-REASON
               exit section
           end-if
           call GET-PROCESSING-DATE using by reference WS-TODAY
           if WS-TODAY < WS-CD-MATURITY-DATE of WS-ACCOUNT
                   or WS-TODAY > WS-CD-GRACE-END-DATE of WS-ACCOUNT
               move REASON-NOT-IN-GRACE to WS-REJECT-REASON
               exit section
           end-if
           if MNT-CT-TERM is not numeric
               move REASON-NO-CD-PRODUCT to WS-REJECT-REASON
               exit section
           end-if
           move MNT-CT-TERM to WS-CD-TERM
           if WS-CD-TERM = 0
               move WS-CD-TERM-MONTHS of WS-ACCOUNT to WS-CD-TERM
           end-if
           move MNT-CT-OPTION to WS-CD-OPTION
           if WS-CD-OPTION = space
               move WS-CD-INTEREST-OPTION of WS-ACCOUNT to WS-CD-OPTION
           end-if
           move WS-CUSTOMER-ID of WS-ACCOUNT to WS-CD-OWNER-ID
           move WS-CD-PAYOUT-ACCOUNT-ID of WS-ACCOUNT to WS-CD-PAYOUT-ID
           perform EDIT-CD-TERM
           if WS-REJECT-REASON <> spaces
               exit section
           end-if
           if MNT-CT-PAYOUT-ACCOUNT <> spaces
               if MNT-CT-PAYOUT-ACCOUNT is not numeric
                   move REASON-BAD-PAYOUT-ACCOUNT to WS-REJECT-REASON
                   exit section
               end-if
               move MNT-CT-PAYOUT-ACCOUNT to WS-CD-PAYOUT-ID
           end-if
           if WS-CD-OPTION = "P"
               perform CHECK-CD-PAYOUT-ACCOUNT
               if WS-REJECT-REASON <> spaces
                   exit section
               end-if
           end-if
           perform FETCH-ACCOUNT-FOR-UPDATE
           if WS-REJECT-REASON <> spaces
               exit section
           end-if
           move WS-CD-OPTION to WS-CD-INTEREST-OPTION of WS-ACCOUNT
           move WS-CD-PAYOUT-ID to WS-CD-PAYOUT-ACCOUNT-ID of WS-ACCOUNT
           if MNT-CT-TERM <> "000"
               move WS-CD-TERM to WS-CD-TERM-MONTHS of WS-ACCOUNT
               move WS-CD-MATURITY-DATE of WS-ACCOUNT
                                   to WS-CD-TERM-START
               call START-CD-TERM using by reference WS-ACCOUNT
                                                     WS-CD-TERM-START
                                                     WS-CD-STATUS
               if WS-CD-STATUS <> "00"
                   move REASON-NO-CD-PRODUCT to WS-REJECT-REASON
                   call UNLOCK-ACCOUNT-RECORD using by reference
                                                       FILE-STATUS
                   exit section
               end-if
           end-if
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                        by reference WS-ACCOUNT
                                                     FILE-STATUS
           if FILE-STATUS <> "00"
               move REASON-WRITE-FAILED to WS-REJECT-REASON
           end-if
           .

                                    by reference WS-CUSTOMER-STATUS
           close Maintenance-File
           close Edit-Report-File
           if OFFER-FILE-IS-OPEN
               close Offer-Response-File
           end-if
           if WS-COLLATERAL-STATUS = "00"
               move CLOSE-FILE to WS-FUNCTION-CODE
               call OPEN-COLLATERAL-FILE using by value
