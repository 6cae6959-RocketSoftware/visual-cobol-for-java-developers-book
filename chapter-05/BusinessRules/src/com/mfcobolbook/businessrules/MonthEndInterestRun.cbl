      *> checkpoint record is keyed by run ID and chunk start account
      *> ID together so each chunk's restart position is tracked
      *> independently of the others.
      *> A live run hands its account count back to the batch driver
      *> on the job statistics file, for the run-time trend report.
       program-id. MonthEndInterestRun.

       environment division.
               organization is line sequential
               file status is WS-NEGAM-REPORT-STATUS
               .
      *> Penalty-pricing episodes, one row per account, kept by this
      *> run: written when the notice goes out, switched on when the
      *> notice period has run, closed when the account cures.
           select Penalty-File assign to external penaltyPricingFile
               file status is WS-PENALTY-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-ACCOUNT-ID of FILE-PENALTY-PRICING
               .
      *> Read only - an account under active SCRA protection is
      *> capped by statute and is never moved to the penalty rate.
           select Scra-File assign to external scraBenefitFile
               file status is WS-SCRA-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-ACCOUNT-ID of FILE-SCRA-BENEFIT
               .
           select Trigger-File
               assign to external correspondenceTriggerFile
               organization is line sequential
               file status is WS-TRG-FILE-STATUS
               .
      *> Payment protection: the enrollment row the premium is
      *> billed from, and the claims whose benefit this run applies.
      *> Both belong to PaymentProtectionEntry; this run only keeps
      *> their billing and benefit totals.
           select Protection-File
               assign to external paymentProtectionFile
               file status is WS-PROTECTION-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-ACCOUNT-ID
                          of FILE-PROTECTION-ENROLLMENT
               .
           select Claim-File assign to external protectionClaimFile
               file status is WS-CLAIM-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-CLAIM-NUMBER of FILE-PROTECTION-CLAIM
               alternate record key is FILE-ACCOUNT-ID
                          of FILE-PROTECTION-CLAIM with duplicates
               .
           select Job-Stats-File assign to external jobStatisticsFile
               organization is line sequential
               file status is WS-STATS-STATUS
               .

       data division.
       file section.
       01 CHUNK-LINE                       PIC X(20).
       fd Run-Mode-File.
       01 RUN-MODE-LINE                    PIC X(04).
       fd Job-Stats-File.
       01 JOB-STATS-LINE                   PIC 9(09).
       fd NegAm-Report-File.
       01 NEGAM-REPORT-LINE                PIC X(100).
       fd Penalty-File.
       copy "PENALTY-PRICING.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Scra-File.
       copy "SCRA-BENEFIT.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Trigger-File.
       copy "CORRESPONDENCE-TRIGGER.cpy"
                              replacing ==(PREFIX)== by ==FILE-TRG==.
       fd Protection-File.
       copy "PROTECTION-ENROLLMENT.cpy"
                              replacing ==(PREFIX)== by ==FILE==.
       fd Claim-File.
       copy "PROTECTION-CLAIM.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Simulation-File.
       01 SIMULATION-RECORD.
        03 SIM-ACCOUNT-ID                  PIC 9(10).
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "AUTH-HOLD.cpy" replacing ==(PREFIX)== by ==WS-HLD==.
       copy "DATE.cpy" replacing ==(PREFIX)== by ==WS-START==.
       copy "DATE.cpy" replacing ==(PREFIX)== by ==WS-END==.
       copy "REWARD-RECORD.cpy" replacing ==(PREFIX)== by ==WS-RWD==.
       78 CHECKPOINT-INTERVAL              VALUE 25.

       01 WS-MODE-STATUS                   PIC XX.
       01 WS-STATS-STATUS                  PIC XX.
       01 WS-SIMULATION-STATUS             PIC XX.
       01 WS-RUN-MODE-FLAG                 PIC X VALUE "L".
        88 THIS-IS-AN-EDIT-RUN                 VALUE "E".
       01 WS-NEGAM-COUNT                   PIC 9(6) COMP-5 VALUE 0.
       01 WS-NEGAM-ACCOUNT-DISPLAY         PIC 9(10).

      *> Penalty pricing. An account that reaches 60 days past due -
      *> the second consecutive missed minimum - is sent the advance
      *> notice tonight and moved to its product's penalty APR on the
      *> first cycle once the notice period has run. Six consecutive
      *> cycles each with a payment that met the minimum put the
      *> prior rates back. Products with no penalty APR in the fee
      *> schedule are never repriced.
       copy "FEE-SCHEDULE.cpy" replacing ==(PREFIX)== by ==WS-FEE==.
       copy "PAYMENT-RECORD.cpy" replacing ==(PREFIX)== by ==WS-PAY==.
       copy "CORRESPONDENCE-TRIGGER.cpy"
                              replacing ==(PREFIX)== by ==WS-TRG==.
       copy "DATE.cpy" replacing ==(PREFIX)== by ==WS-PNTY==.
       78 PENALTY-TRIGGER-MISSES           VALUE 2.
       78 PENALTY-NOTICE-DAYS              VALUE 45.
       78 PENALTY-CURE-CYCLES              VALUE 6.
       78 PENALTY-TABLE-MAX                VALUE 10.
       01 PENALTY-RATE-TABLE.
        03 PENALTY-RATE-ENTRY OCCURS 10 TIMES.
         05 PRT-ACCOUNT-TYPE                PIC X(01).
         05 PRT-PENALTY-APR                 PIC 9V9(4).
       01 PENALTY-RATE-COUNT               PIC 99 COMP-5 VALUE 0.
       01 PENALTY-RATE-INDEX               PIC 99 COMP-5.
       01 WS-PRODUCT-PENALTY-APR           PIC 9V9(4).
       01 WS-FEE-RULE-STATUS               PIC XX.
       01 WS-PENALTY-STATUS                PIC XX.
       01 WS-SCRA-STATUS                   PIC XX.
       01 WS-PAY-STATUS                    PIC XX.
       01 WS-TRG-FILE-STATUS               PIC XX.
       01 WS-TRG-OPEN-FLAG                 PIC X VALUE "N".
        88 TRIGGER-FILE-IS-OPEN                VALUE "Y".
       01 WS-PENALTY-FILE-FLAG             PIC X VALUE "N".
        88 PENALTY-FILE-IS-AVAILABLE           VALUE "Y".
       01 WS-SCRA-FILE-FLAG                PIC X VALUE "N".
        88 SCRA-FILE-IS-AVAILABLE              VALUE "Y".
       01 WS-PENALTY-ROW-FLAG              PIC X.
        88 PENALTY-ROW-ON-FILE                 VALUE "Y".
       01 WS-CURE-PAYMENT-FLAG             PIC X.
        88 CURE-PAYMENT-WAS-FOUND              VALUE "Y".
      *> The window's on-time payments that met their minimum, and
      *> the payments reversed in the same window - a reversal only
      *> breaks the streak when it takes back one of the counted ones.
       78 CURE-TABLE-MAX                   VALUE 20.
       01 CURE-PAYMENT-TABLE.
        03 CURE-PAYMENT-ID                 PIC X(4) COMP-X OCCURS 20.
       01 CURE-PAYMENT-COUNT               PIC 99 COMP-5.
       01 CURE-REVERSED-TABLE.
        03 CURE-REVERSED-ID                PIC X(4) COMP-X OCCURS 20.
       01 CURE-REVERSED-COUNT              PIC 99 COMP-5.
       01 CURE-INDEX                       PIC 99 COMP-5.
       01 CURE-REVERSED-INDEX              PIC 99 COMP-5.
       01 WS-CURE-TAKEN-BACK-FLAG          PIC X.
        88 CURE-PAYMENT-WAS-TAKEN-BACK         VALUE "Y".
       01 WS-PAY-DATE                      PIC 9(08).
       01 WS-SCRA-PROTECTED-FLAG           PIC X.
        88 ACCOUNT-IS-SCRA-PROTECTED           VALUE "Y".
       01 WS-PENALTY-NOTICES               PIC 9(6) COMP-5 VALUE 0.
       01 WS-PENALTY-SWITCHES              PIC 9(6) COMP-5 VALUE 0.
       01 WS-PENALTY-CURES                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-PENALTY-WITHDRAWALS           PIC 9(6) COMP-5 VALUE 0.
       01 DISPLAY-RATE                     PIC 9.9999.

       01 WS-SKIP-HONORED-FLAG             PIC X.
        88 SKIP-WAS-HONORED                    VALUE "Y".
       01 WS-SKIPS-HONORED                 PIC 9(6) COMP-5 VALUE 0.

      *> Payment protection. The premium is the enrollment's rate
      *> per $100 of the cycle's ending balance, posted as its own
      *> transaction type; an approved claim covering the cycle
      *> either suspends the minimum or cancels balance up to the
      *> claim's cap, and the premium is waived for any cycle a
      *> claim benefit was applied to.
       copy "TRANSACTION-RECORD.cpy" replacing ==(PREFIX)==
                                                  by ==WS-PPI-TXN==.
       78 PROTECTION-PREMIUM-DESCRIPTION
              VALUE "PAYMENT PROTECTION PREMIUM".
       78 PROTECTION-CLAIM-DESCRIPTION
              VALUE "PAYMENT PROTECTION CLAIM - BALANCE CANCELLED".
       01 WS-PROTECTION-STATUS             PIC XX.
       01 WS-CLAIM-STATUS                  PIC XX.
       01 WS-PPI-TXN-STATUS                PIC XX.
       01 WS-PROTECTION-FILE-FLAG          PIC X VALUE "N".
        88 PROTECTION-FILES-ARE-AVAILABLE      VALUE "Y".
       01 WS-CLAIM-SUSPEND-FLAG            PIC X.
        88 CLAIM-SUSPENDED-MINIMUM             VALUE "Y".
       01 WS-CLAIM-BENEFIT-FLAG            PIC X.
        88 CLAIM-BENEFIT-WAS-APPLIED           VALUE "Y".
       01 WS-PPI-PREMIUM                   PIC S9(12)V99.
       01 WS-PPI-BENEFIT                   PIC S9(12)V99.
       01 WS-PPI-CANCEL-AMOUNT             PIC S9(12)V99.
       01 WS-PPI-CAP-REMAINING             PIC S9(12)V99.
       01 WS-PPI-CLOSE-STATUS              PIC XX.
       01 WS-PPI-POST-AMOUNT               PIC S9(12)V99.
       01 WS-PPI-POST-TYPE                 PIC X(01).
       01 WS-PPI-POST-DESCRIPTION          PIC X(60).
       01 WS-PREMIUMS-BILLED               PIC 9(6) COMP-5 VALUE 0.
       01 WS-PREMIUMS-WAIVED               PIC 9(6) COMP-5 VALUE 0.
       01 WS-CLAIM-SUSPENSIONS             PIC 9(6) COMP-5 VALUE 0.
       01 WS-CLAIM-CANCELLATIONS           PIC 9(6) COMP-5 VALUE 0.
       01 WS-CLAIMS-CLOSED                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-IPL-INTEREST-PORTION          PIC S9(12)V99.
       01 WS-IPL-PRINCIPAL-PORTION         PIC S9(12)V99.
       01 WS-IPL-CYCLE-AMOUNT              PIC S9(12)V99.
           else
               display "*** Month-end interest run posted "
                       WS-ACCOUNTS-PROCESSED " accounts"
               perform WRITE-JOB-STATISTICS
           end-if
           stop run.

       WRITE-JOB-STATISTICS SECTION.
           open output Job-Stats-File
           if WS-STATS-STATUS = "00"
               move WS-ACCOUNTS-PROCESSED to JOB-STATS-LINE
               write JOB-STATS-LINE
               close Job-Stats-File
           end-if
           .

       READ-RUN-MODE SECTION.
           open input Run-Mode-File
           if WS-MODE-STATUS <> "00"
                           "status " WS-SIMULATION-STATUS
                   move WS-SIMULATION-STATUS to FILE-STATUS
               end-if
           else
               perform OPEN-PENALTY-FILES
               perform OPEN-PROTECTION-FILES
           end-if
           .

      *> Penalty pricing is a repricing decision riding on the
      *> cycle, not part of the interest math - if its file can't be
      *> opened the run still posts, and the reviews simply wait for
      *> the next cycle.
       OPEN-PENALTY-FILES SECTION.
           open i-o Penalty-File
           if WS-PENALTY-STATUS = "35" or WS-PENALTY-STATUS = "05"
               open output Penalty-File
               close Penalty-File
               open i-o Penalty-File
           end-if
           if WS-PENALTY-STATUS = "00"
               set PENALTY-FILE-IS-AVAILABLE to true
           else
               display "*** Could not open penalty pricing file, "
                       "status " WS-PENALTY-STATUS
                       " - no penalty reviews this run"
               exit section
           end-if
           open input Scra-File
           if WS-SCRA-STATUS = "00"
               set SCRA-FILE-IS-AVAILABLE to true
           end-if
           perform LOAD-PENALTY-RATES
           .

      *> Payment protection rides on the cycle the same way - no
      *> enrollment file, no premiums or claim benefits this run.
      *> A missing claim file only means nobody has claimed yet.
       OPEN-PROTECTION-FILES SECTION.
           open i-o Protection-File
           if WS-PROTECTION-STATUS <> "00"
               exit section
           end-if
           open i-o Claim-File
           if WS-CLAIM-STATUS = "35" or WS-CLAIM-STATUS = "05"
               open output Claim-File
               close Claim-File
               open i-o Claim-File
           end-if
           if WS-CLAIM-STATUS <> "00"
               display "*** Could not open protection claim file, "
                       "status " WS-CLAIM-STATUS
                       " - no protection billing this run"
               close Protection-File
               exit section
           end-if
           set PROTECTION-FILES-ARE-AVAILABLE to true
           .

      *> The penalty APR for each product, from the fee schedule
      *> version in force - loaded once, like the fee runs load it.
       LOAD-PENALTY-RATES SECTION.
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-FEE-SCHEDULE-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-FEE-RULE-STATUS
           if WS-FEE-RULE-STATUS <> "00"
               display "*** No fee schedule file - no penalty rates"
               exit section
           end-if
           perform until WS-FEE-RULE-STATUS <> "00"
                     or PENALTY-RATE-COUNT >= PENALTY-TABLE-MAX
               call READ-FEE-SCHEDULE-FILE using
                              by reference WS-FEE-FEE-SCHEDULE
                                           WS-FEE-RULE-STATUS
               if WS-FEE-RULE-STATUS = "00"
                       and WS-FEE-PENALTY-APR is numeric
                       and WS-FEE-PENALTY-APR > 0
                   add 1 to PENALTY-RATE-COUNT
                   move WS-FEE-ACCOUNT-TYPE
                        to PRT-ACCOUNT-TYPE(PENALTY-RATE-COUNT)
                   move WS-FEE-PENALTY-APR
                        to PRT-PENALTY-APR(PENALTY-RATE-COUNT)
               end-if
           end-perform
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-FEE-SCHEDULE-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-FEE-RULE-STATUS
           .

      *> Reads the optional Chunk-File to narrow this run to a single
           if WS-RESTRICTED-BANKRUPTCY
               exit section
           end-if
      *>   Deposit accounts earn rather than owe - their cycle is
      *>   SavingsInterestRun's, which credits deposit interest and
      *>   cuts their statement.
           if WS-TYPE-DEPOSIT
               exit section
           end-if
           perform COMPUTE-CYCLE-RANGE
      *>       into a second cycle. The statement row says why no
      *>       payment is due.
               perform HONOR-SKIP-A-PAYMENT
      *>       Approved payment-protection claims take effect on the
      *>       cycle's minimum and balance before the premium is
      *>       billed - a cycle under claim is not charged for.
               perform APPLY-PROTECTION-CLAIMS
               perform BILL-PROTECTION-PREMIUM
               move WS-MINIMUM-PAYMENT to WS-MINIMUM-PAYMENT-DUE
      *>       The penalty review reprices from next cycle on - this
      *>       cycle's interest above was billed at the rate the
      *>       customer was on while it accrued.
               perform REVIEW-PENALTY-PRICING
               move UPDATE-RECORD to WS-FUNCTION-CODE
               call WRITE-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                            by reference WS-ACCOUNT
                                             WS-DEF-TXN-STATUS
           move WS-NEXT-TRANSACTION-ID to WS-DEF-TXN-TRANSACTION-ID
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                   WS-DEF-TXN-ACCOUNT-ID
                                 of WS-DEF-TXN-TRANSACTION-RECORD
           move WS-TODAY-YEAR to WS-DEF-TXN-YEAR
           move WS-TODAY-MONTH to WS-DEF-TXN-MONTH
           move WS-TODAY-DAY to WS-DEF-TXN-DAY
           end-if
           .

      *> Walks the account's claims on the claim file's account key.
      *> An approved claim whose period ended before this cycle
      *> began is closed; one whose period covers any day of the
      *> cycle applies its benefit - the minimum is suspended, or
      *> the balance is cancelled up to what is left of the cap with
      *> a dated credit row, and the cycle's minimum comes down by
      *> the amount cancelled. The cycle stamp keeps a rerun from
      *> applying the same benefit twice.
       APPLY-PROTECTION-CLAIMS SECTION.
           move "N" to WS-CLAIM-SUSPEND-FLAG
           move "N" to WS-CLAIM-BENEFIT-FLAG
           move 0 to WS-PPI-BENEFIT
           if not PROTECTION-FILES-ARE-AVAILABLE
               exit section
           end-if
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                        FILE-ACCOUNT-ID of FILE-PROTECTION-CLAIM
           start Claim-File key = FILE-ACCOUNT-ID
                                  of FILE-PROTECTION-CLAIM
           perform until WS-CLAIM-STATUS <> "00"
               read Claim-File next
                   at end move "10" to WS-CLAIM-STATUS
               end-read
               if WS-CLAIM-STATUS = "00"
                   if FILE-ACCOUNT-ID of FILE-PROTECTION-CLAIM
                                   <> WS-ACCOUNT-ID of WS-ACCOUNT
                       move "10" to WS-CLAIM-STATUS
                   else
                       if FILE-CLAIM-APPROVED of FILE-PROTECTION-CLAIM
                           perform APPLY-ONE-CLAIM
                       end-if
                   end-if
               end-if
           end-perform
           move "00" to WS-CLAIM-STATUS
           .

       APPLY-ONE-CLAIM SECTION.
           if FILE-PERIOD-END-DATE of FILE-PROTECTION-CLAIM > 0
                   and FILE-PERIOD-END-DATE of FILE-PROTECTION-CLAIM
                                   < WS-START-DATE
               perform CLOSE-PROTECTION-CLAIM
               exit section
           end-if
           if FILE-PERIOD-START-DATE of FILE-PROTECTION-CLAIM
                                   > WS-END-DATE
               exit section
           end-if
           set CLAIM-BENEFIT-WAS-APPLIED to true
           if FILE-BENEFIT-SUSPEND-MIN of FILE-PROTECTION-CLAIM
               move 0 to WS-MINIMUM-PAYMENT
               set CLAIM-SUSPENDED-MINIMUM to true
               if FILE-LAST-BENEFIT-CYCLE of FILE-PROTECTION-CLAIM
                                   <> WS-START-DATE
                   add 1 to FILE-CYCLES-SUSPENDED
                                   of FILE-PROTECTION-CLAIM
                   add 1 to WS-CLAIM-SUSPENSIONS
                   display "CLAIM SUSPENDED  account " WS-ACCOUNT-ID
                           "  claim " FILE-CLAIM-NUMBER
                                   of FILE-PROTECTION-CLAIM
                           "  minimum payment suspended"
               end-if
           else
               if FILE-LAST-BENEFIT-CYCLE of FILE-PROTECTION-CLAIM
                                   <> WS-START-DATE
                   perform CANCEL-CLAIM-BALANCE
               end-if
           end-if
           move WS-START-DATE to
                        FILE-LAST-BENEFIT-CYCLE of FILE-PROTECTION-CLAIM
           rewrite FILE-PROTECTION-CLAIM
           .

       CANCEL-CLAIM-BALANCE SECTION.
           compute WS-PPI-CAP-REMAINING =
                   FILE-BENEFIT-CAP of FILE-PROTECTION-CLAIM
                   - FILE-BENEFIT-PAID of FILE-PROTECTION-CLAIM
           move WS-AMOUNT to WS-PPI-CANCEL-AMOUNT
           if WS-PPI-CANCEL-AMOUNT > WS-PPI-CAP-REMAINING
               move WS-PPI-CAP-REMAINING to WS-PPI-CANCEL-AMOUNT
           end-if
           if WS-PPI-CANCEL-AMOUNT > 0
               compute WS-PPI-POST-AMOUNT = 0 - WS-PPI-CANCEL-AMOUNT
               move "K" to WS-PPI-POST-TYPE
               move PROTECTION-CLAIM-DESCRIPTION
                                   to WS-PPI-POST-DESCRIPTION
               perform POST-PROTECTION-TXN
               if WS-PPI-TXN-STATUS = "00"
                   add WS-PPI-CANCEL-AMOUNT to
                        FILE-BENEFIT-PAID of FILE-PROTECTION-CLAIM
                   add WS-PPI-CANCEL-AMOUNT to WS-PPI-BENEFIT
                   add 1 to WS-CLAIM-CANCELLATIONS
                   if WS-MINIMUM-PAYMENT > WS-PPI-CANCEL-AMOUNT
                       subtract WS-PPI-CANCEL-AMOUNT
                                   from WS-MINIMUM-PAYMENT
                   else
                       move 0 to WS-MINIMUM-PAYMENT
                   end-if
                   move WS-PPI-CANCEL-AMOUNT to DISPLAY-CASH
                   display "CLAIM CANCELLED  account " WS-ACCOUNT-ID
                           "  claim " FILE-CLAIM-NUMBER
                                   of FILE-PROTECTION-CLAIM
                           "  balance cancelled " DISPLAY-CASH
               end-if
           end-if
           if FILE-BENEFIT-PAID of FILE-PROTECTION-CLAIM
                   >= FILE-BENEFIT-CAP of FILE-PROTECTION-CLAIM
               set FILE-CLAIM-CLOSED of FILE-PROTECTION-CLAIM to true
               move WS-TODAY to
                        FILE-CLOSED-DATE of FILE-PROTECTION-CLAIM
               add 1 to WS-CLAIMS-CLOSED
           end-if
           .

       CLOSE-PROTECTION-CLAIM SECTION.
           set FILE-CLAIM-CLOSED of FILE-PROTECTION-CLAIM to true
           move WS-TODAY to FILE-CLOSED-DATE of FILE-PROTECTION-CLAIM
           rewrite FILE-PROTECTION-CLAIM
           add 1 to WS-CLAIMS-CLOSED
           display "CLAIM CLOSED  account " WS-ACCOUNT-ID
                   "  claim " FILE-CLAIM-NUMBER of FILE-PROTECTION-CLAIM
                   "  claim period ended"
           .

      *> The cycle's premium: the enrollment's rate per $100 of the
      *> ending balance, posted as its own transaction type so it
      *> shows as its own statement line and books to its own GL
      *> activity. No premium on a credit or zero balance, none on a
      *> cycle a claim benefit was applied to, and none twice for
      *> the same cycle.
       BILL-PROTECTION-PREMIUM SECTION.
           move 0 to WS-PPI-PREMIUM
           if not PROTECTION-FILES-ARE-AVAILABLE
               exit section
           end-if
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                        FILE-ACCOUNT-ID of FILE-PROTECTION-ENROLLMENT
           read Protection-File key is FILE-ACCOUNT-ID
                                  of FILE-PROTECTION-ENROLLMENT
           if WS-PROTECTION-STATUS <> "00"
               move "00" to WS-PROTECTION-STATUS
               exit section
           end-if
           if not FILE-ENROLLMENT-ACTIVE of FILE-PROTECTION-ENROLLMENT
                   or FILE-ENROLL-DATE of FILE-PROTECTION-ENROLLMENT
                                   > WS-END-DATE
                   or FILE-LAST-PREMIUM-CYCLE
                          of FILE-PROTECTION-ENROLLMENT = WS-START-DATE
               exit section
           end-if
           if CLAIM-BENEFIT-WAS-APPLIED
               add 1 to WS-PREMIUMS-WAIVED
               move WS-START-DATE to FILE-LAST-PREMIUM-CYCLE
                                     of FILE-PROTECTION-ENROLLMENT
               move 0 to FILE-LAST-PREMIUM of FILE-PROTECTION-ENROLLMENT
               rewrite FILE-PROTECTION-ENROLLMENT
               exit section
           end-if
           if WS-AMOUNT not > 0
               exit section
           end-if
           compute WS-PPI-PREMIUM rounded =
                   WS-AMOUNT
                   * FILE-PREMIUM-RATE of FILE-PROTECTION-ENROLLMENT
                   / 100
           if WS-PPI-PREMIUM not > 0
               move 0 to WS-PPI-PREMIUM
               exit section
           end-if
           move WS-PPI-PREMIUM to WS-PPI-POST-AMOUNT
           move "I" to WS-PPI-POST-TYPE
           move PROTECTION-PREMIUM-DESCRIPTION
                                   to WS-PPI-POST-DESCRIPTION
           perform POST-PROTECTION-TXN
           if WS-PPI-TXN-STATUS <> "00"
               move 0 to WS-PPI-PREMIUM
               exit section
           end-if
           add WS-PPI-PREMIUM to FILE-PREMIUMS-BILLED
                                     of FILE-PROTECTION-ENROLLMENT
           move WS-PPI-PREMIUM to
                        FILE-LAST-PREMIUM of FILE-PROTECTION-ENROLLMENT
           move WS-START-DATE to FILE-LAST-PREMIUM-CYCLE
                                     of FILE-PROTECTION-ENROLLMENT
           rewrite FILE-PROTECTION-ENROLLMENT
           add 1 to WS-PREMIUMS-BILLED
           .

      *> Premium charge or claim credit as a dated transaction row,
      *> bracketed on the transaction file exactly as
      *> POST-INSTALLMENT-TXN brackets its own. Hands back "00" in
      *> WS-PPI-TXN-STATUS when the row is on file.
       POST-PROTECTION-TXN SECTION.
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-PPI-TXN-STATUS
           if WS-PPI-TXN-STATUS <> "00"
               display "*** Protection post failed, could not open "
                       "transaction file, status " WS-PPI-TXN-STATUS
                       " account " WS-ACCOUNT-ID
               exit section
           end-if
           call GET-NEXT-TRANSACTION-ID using by reference
                                             WS-NEXT-TRANSACTION-ID
                                             WS-PPI-TXN-STATUS
           move WS-NEXT-TRANSACTION-ID to WS-PPI-TXN-TRANSACTION-ID
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                 WS-PPI-TXN-ACCOUNT-ID of WS-PPI-TXN-TRANSACTION-RECORD
           move WS-TODAY-YEAR to WS-PPI-TXN-YEAR
           move WS-TODAY-MONTH to WS-PPI-TXN-MONTH
           move WS-TODAY-DAY to WS-PPI-TXN-DAY
           move WS-PPI-POST-AMOUNT to WS-PPI-TXN-AMOUNT
           move WS-PPI-POST-DESCRIPTION to WS-PPI-TXN-DESCRIPTION
           move WS-CURRENCY-CODE of WS-ACCOUNT to
                   WS-PPI-TXN-CURRENCY-CODE
           move space to WS-PPI-TXN-DISPUTE-STATUS
           move 0 to WS-PPI-TXN-LINKED-TRANSACTION-ID
           move spaces to WS-PPI-TXN-MERCHANT-NAME
           move spaces to WS-PPI-TXN-MERCHANT-ID
           move 0 to WS-PPI-TXN-MERCHANT-CATEGORY-CODE
           move WS-PPI-POST-TYPE to WS-PPI-TXN-TRANSACTION-TYPE
           move WRITE-RECORD to WS-FUNCTION-CODE
           call WRITE-TRANSACTION-RECORD using by value
                                        WS-FUNCTION-CODE
                      by reference WS-PPI-TXN-TRANSACTION-RECORD
                                   WS-PPI-TXN-STATUS
           if WS-PPI-TXN-STATUS = "02"
               move "00" to WS-PPI-TXN-STATUS
           end-if
           if WS-PPI-TXN-STATUS <> "00"
               display "*** Protection post failed for account "
                       WS-ACCOUNT-ID " status " WS-PPI-TXN-STATUS
           end-if
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-PPI-CLOSE-STATUS
           .

      *> The penalty-pricing review, worked while the account is held
      *> under the update lock - the rate fields it changes are
      *> written back by the caller's WRITE-ACCOUNT-RECORD along with
      *> the cycle's balance, so the repricing is audited with it.
       REVIEW-PENALTY-PRICING SECTION.
           if not PENALTY-FILE-IS-AVAILABLE
               exit section
           end-if
           move "N" to WS-PENALTY-ROW-FLAG
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                        FILE-ACCOUNT-ID of FILE-PENALTY-PRICING
           read Penalty-File key is FILE-ACCOUNT-ID
                                 of FILE-PENALTY-PRICING
           if WS-PENALTY-STATUS = "00"
               set PENALTY-ROW-ON-FILE to true
           end-if
           move "00" to WS-PENALTY-STATUS
           evaluate true
               when PENALTY-ROW-ON-FILE
                       and FILE-PENALTY-NOTICED of FILE-PENALTY-PRICING
                   perform APPLY-NOTICED-PENALTY
               when PENALTY-ROW-ON-FILE
                       and FILE-PENALTY-ACTIVE of FILE-PENALTY-PRICING
                   perform REVIEW-PENALTY-CURE
               when WS-MISSED-PAYMENT-COUNT of WS-ACCOUNT
                                   >= PENALTY-TRIGGER-MISSES
                   perform START-PENALTY-NOTICE
               when other
                   continue
           end-evaluate
           .

      *> 60 days past due: the notice goes to the correspondence run
      *> tonight and the row waits out the notice period before any
      *> rate moves. The letter's amount field carries the penalty
      *> APR as a percentage, for the template to quote.
       START-PENALTY-NOTICE SECTION.
           perform FIND-PRODUCT-PENALTY-APR
           if WS-PRODUCT-PENALTY-APR = 0
                   or WS-PRODUCT-PENALTY-APR
                                   not > WS-APR of WS-ACCOUNT
               exit section
           end-if
           perform CHECK-SCRA-PROTECTION
           if ACCOUNT-IS-SCRA-PROTECTED
               exit section
           end-if
           move WS-TODAY to WS-PNTY-DATE
           perform ADVANCE-PENALTY-DATE PENALTY-NOTICE-DAYS times
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                        FILE-ACCOUNT-ID of FILE-PENALTY-PRICING
           set FILE-PENALTY-NOTICED of FILE-PENALTY-PRICING to true
           move WS-TODAY to FILE-NOTICE-DATE of FILE-PENALTY-PRICING
           move WS-PNTY-DATE to
                        FILE-EFFECTIVE-DATE of FILE-PENALTY-PRICING
           move WS-PRODUCT-PENALTY-APR to
                        FILE-PENALTY-APR of FILE-PENALTY-PRICING
           move 0 to FILE-PRIOR-APR of FILE-PENALTY-PRICING
           move 0 to FILE-PRIOR-CASH-APR of FILE-PENALTY-PRICING
           move space to FILE-PRIOR-RATE-BASIS of FILE-PENALTY-PRICING
           move 0 to FILE-CURE-COUNT of FILE-PENALTY-PRICING
           move 0 to FILE-LAST-REVIEW-DATE of FILE-PENALTY-PRICING
           move 0 to FILE-CLOSED-DATE of FILE-PENALTY-PRICING
      *>   A closed episode on file is history - the new one takes
      *>   its place.
           write FILE-PENALTY-PRICING
               invalid key
                   rewrite FILE-PENALTY-PRICING
           end-write
           move WS-TODAY to WS-TRG-TRIGGER-DATE
           move "PNTY" to WS-TRG-TEMPLATE-CODE
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                        WS-TRG-TRIGGER-ACCOUNT-ID
           compute WS-TRG-TRIGGER-AMOUNT =
                        WS-PRODUCT-PENALTY-APR * 100
           perform WRITE-CORRESPONDENCE-TRIGGER
           add 1 to WS-PENALTY-NOTICES
           move WS-PRODUCT-PENALTY-APR to DISPLAY-RATE
           display "PENALTY NOTICE  account " WS-ACCOUNT-ID
                   "  rate " DISPLAY-RATE
                   "  effective " WS-PNTY-DATE
           .

      *> The notice period is over: an account still 60 days past
      *> due moves to the penalty APR, with its rates as they stand
      *> kept on the row for the cure. One that has caught up in the
      *> meantime has the notice withdrawn and is never repriced.
      *> An index-linked account is held at the fixed penalty rate
      *> for the episode - its basis comes back with the cure.
       APPLY-NOTICED-PENALTY SECTION.
           if WS-MISSED-PAYMENT-COUNT of WS-ACCOUNT
                                   < PENALTY-TRIGGER-MISSES
               set FILE-PENALTY-WITHDRAWN of FILE-PENALTY-PRICING
                                                        to true
               move WS-TODAY to
                        FILE-CLOSED-DATE of FILE-PENALTY-PRICING
               rewrite FILE-PENALTY-PRICING
               add 1 to WS-PENALTY-WITHDRAWALS
               display "PENALTY WITHDRAWN  account " WS-ACCOUNT-ID
                       "  caught up inside the notice period"
               exit section
           end-if
           if FILE-EFFECTIVE-DATE of FILE-PENALTY-PRICING > WS-TODAY
               exit section
           end-if
           perform CHECK-SCRA-PROTECTION
           if ACCOUNT-IS-SCRA-PROTECTED
               exit section
           end-if
           move WS-APR of WS-ACCOUNT to
                        FILE-PRIOR-APR of FILE-PENALTY-PRICING
           move WS-CASH-ADVANCE-APR of WS-ACCOUNT to
                        FILE-PRIOR-CASH-APR of FILE-PENALTY-PRICING
           move WS-RATE-BASIS of WS-ACCOUNT to
                        FILE-PRIOR-RATE-BASIS of FILE-PENALTY-PRICING
           move FILE-PENALTY-APR of FILE-PENALTY-PRICING to
                        WS-APR of WS-ACCOUNT
      *>   A cash APR already above the penalty rate stays; a zero
      *>   cash APR follows the ordinary rate up by itself.
           if WS-CASH-ADVANCE-APR of WS-ACCOUNT > 0
                   and WS-CASH-ADVANCE-APR of WS-ACCOUNT
                       < FILE-PENALTY-APR of FILE-PENALTY-PRICING
               move FILE-PENALTY-APR of FILE-PENALTY-PRICING to
                        WS-CASH-ADVANCE-APR of WS-ACCOUNT
           end-if
           if WS-RATE-IS-INDEXED of WS-ACCOUNT
               move "F" to WS-RATE-BASIS of WS-ACCOUNT
           end-if
           set FILE-PENALTY-ACTIVE of FILE-PENALTY-PRICING to true
           move 0 to FILE-CURE-COUNT of FILE-PENALTY-PRICING
           move WS-TODAY to
                        FILE-LAST-REVIEW-DATE of FILE-PENALTY-PRICING
           rewrite FILE-PENALTY-PRICING
           add 1 to WS-PENALTY-SWITCHES
           move FILE-PENALTY-APR of FILE-PENALTY-PRICING
                                                   to DISPLAY-RATE
           display "PENALTY APPLIED  account " WS-ACCOUNT-ID
                   "  rate " DISPLAY-RATE
           .

      *> One cure review per cycle: a payment since the last review
      *> that was on time (no late fee charged on it), met its
      *> minimum, and was not returned, extends the streak; a cycle
      *> without one starts it over. At six in a row the rates the
      *> row kept go back on the account exactly.
       REVIEW-PENALTY-CURE SECTION.
           perform FIND-CURE-PAYMENT
           if CURE-PAYMENT-WAS-FOUND
               add 1 to FILE-CURE-COUNT of FILE-PENALTY-PRICING
           else
               move 0 to FILE-CURE-COUNT of FILE-PENALTY-PRICING
           end-if
           move WS-TODAY to
                        FILE-LAST-REVIEW-DATE of FILE-PENALTY-PRICING
           if FILE-CURE-COUNT of FILE-PENALTY-PRICING
                                   >= PENALTY-CURE-CYCLES
               move FILE-PRIOR-APR of FILE-PENALTY-PRICING to
                        WS-APR of WS-ACCOUNT
               move FILE-PRIOR-CASH-APR of FILE-PENALTY-PRICING to
                        WS-CASH-ADVANCE-APR of WS-ACCOUNT
               move FILE-PRIOR-RATE-BASIS of FILE-PENALTY-PRICING to
                        WS-RATE-BASIS of WS-ACCOUNT
               set FILE-PENALTY-CURED of FILE-PENALTY-PRICING to true
               move WS-TODAY to
                        FILE-CLOSED-DATE of FILE-PENALTY-PRICING
               add 1 to WS-PENALTY-CURES
               move FILE-PRIOR-APR of FILE-PENALTY-PRICING
                                                   to DISPLAY-RATE
               display "PENALTY CURED  account " WS-ACCOUNT-ID
                       "  prior rate restored " DISPLAY-RATE
           end-if
           rewrite FILE-PENALTY-PRICING
           .

      *> Walks the account's payments on the payment file's account
      *> key for anything dated after the last review. The payment
      *> file is opened only for this walk - the calculator opens and
      *> closes its own handle on it for every account, exactly as
      *> POST-RETRO-INTEREST brackets the transaction file. Reversal
      *> rows are matched to the payments they undo once the walk is
      *> done, so a returned payment that never counted (late, or
      *> short of the minimum) does not cost the cycle a good one.
       FIND-CURE-PAYMENT SECTION.
           move "N" to WS-CURE-PAYMENT-FLAG
           move 0 to CURE-PAYMENT-COUNT
           move 0 to CURE-REVERSED-COUNT
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-PAYMENT-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-PAY-STATUS
           if WS-PAY-STATUS <> "00"
               exit section
           end-if
           move WS-ACCOUNT-ID of WS-ACCOUNT to WS-PAY-ACCOUNT-ID
           move START-READ to WS-FUNCTION-CODE
           call FIND-PAYMENT-BY-ACCOUNT using by value WS-FUNCTION-CODE
                                    by reference WS-PAY-PAYMENT-RECORD
                                                 WS-PAY-STATUS
           if WS-PAY-STATUS = "00"
               perform READ-NEXT-CURE-PAYMENT
           end-if
           perform until (WS-PAY-STATUS <> "00"
                              and WS-PAY-STATUS <> "02")
                      or WS-PAY-ACCOUNT-ID
                              <> WS-ACCOUNT-ID of WS-ACCOUNT
               move WS-PAY-PAYMENT-DATE to WS-PAY-DATE
               if WS-PAY-DATE
                       > FILE-LAST-REVIEW-DATE of FILE-PENALTY-PRICING
                       and WS-PAY-DATE <= WS-TODAY
                   if WS-PAY-REVERSAL-OF-PAYMENT-ID <> 0
                       if CURE-REVERSED-COUNT < CURE-TABLE-MAX
                           add 1 to CURE-REVERSED-COUNT
                           move WS-PAY-REVERSAL-OF-PAYMENT-ID
                              to CURE-REVERSED-ID(CURE-REVERSED-COUNT)
                       end-if
                   else
                       if WS-PAY-MINIMUM-WAS-MET
                               and WS-PAY-LATE-FEE-CHARGED = 0
                               and CURE-PAYMENT-COUNT < CURE-TABLE-MAX
                           add 1 to CURE-PAYMENT-COUNT
                           move WS-PAY-PAYMENT-ID
                               to CURE-PAYMENT-ID(CURE-PAYMENT-COUNT)
                       end-if
                   end-if
               end-if
               perform READ-NEXT-CURE-PAYMENT
           end-perform
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-PAYMENT-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-PAY-STATUS
           perform varying CURE-INDEX from 1 by 1
                       until CURE-INDEX > CURE-PAYMENT-COUNT
                          or CURE-PAYMENT-WAS-FOUND
               perform CHECK-CURE-TAKEN-BACK
               if not CURE-PAYMENT-WAS-TAKEN-BACK
                   set CURE-PAYMENT-WAS-FOUND to true
               end-if
           end-perform
           .

       CHECK-CURE-TAKEN-BACK SECTION.
           move "N" to WS-CURE-TAKEN-BACK-FLAG
           perform varying CURE-REVERSED-INDEX from 1 by 1
                       until CURE-REVERSED-INDEX > CURE-REVERSED-COUNT
               if CURE-REVERSED-ID(CURE-REVERSED-INDEX)
                                   = CURE-PAYMENT-ID(CURE-INDEX)
                   set CURE-PAYMENT-WAS-TAKEN-BACK to true
               end-if
           end-perform
           .

       READ-NEXT-CURE-PAYMENT SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call FIND-PAYMENT-BY-ACCOUNT using by value WS-FUNCTION-CODE
                                    by reference WS-PAY-PAYMENT-RECORD
                                                 WS-PAY-STATUS
           .

       FIND-PRODUCT-PENALTY-APR SECTION.
           move 0 to WS-PRODUCT-PENALTY-APR
           perform varying PENALTY-RATE-INDEX from 1 by 1
                       until PENALTY-RATE-INDEX > PENALTY-RATE-COUNT
               if PRT-ACCOUNT-TYPE(PENALTY-RATE-INDEX)
                                   = WS-TYPE of WS-ACCOUNT
                   move PRT-PENALTY-APR(PENALTY-RATE-INDEX)
                                   to WS-PRODUCT-PENALTY-APR
               end-if
           end-perform
           .

       CHECK-SCRA-PROTECTION SECTION.
           move "N" to WS-SCRA-PROTECTED-FLAG
           if not SCRA-FILE-IS-AVAILABLE
               exit section
           end-if
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                        FILE-ACCOUNT-ID of FILE-SCRA-BENEFIT
           read Scra-File key is FILE-ACCOUNT-ID of FILE-SCRA-BENEFIT
           if WS-SCRA-STATUS = "00"
                   and FILE-BENEFIT-ACTIVE of FILE-SCRA-BENEFIT
               set ACCOUNT-IS-SCRA-PROTECTED to true
           end-if
           move "00" to WS-SCRA-STATUS
           .

      *> Advances WS-PNTY-DATE by one day - PERFORMed a fixed number
      *> of times to date the end of the notice period.
       ADVANCE-PENALTY-DATE SECTION.
           call ADVANCE-ONE-DAY-ENTRY using by reference WS-PNTY-DATE
           .

      *> Queues one letter for CorrespondenceRun - opened on first
      *> use in extend mode like the audit log, so detecting a
      *> condition and owing the customer a letter are one motion.
       WRITE-CORRESPONDENCE-TRIGGER SECTION.
           if not TRIGGER-FILE-IS-OPEN
               open extend Trigger-File
               if WS-TRG-FILE-STATUS = "35"
                       or WS-TRG-FILE-STATUS = "05"
                   open output Trigger-File
               end-if
               set TRIGGER-FILE-IS-OPEN to true
           end-if
           move WS-TRG-CORRESPONDENCE-TRIGGER
                                  to FILE-TRG-CORRESPONDENCE-TRIGGER
           write FILE-TRG-CORRESPONDENCE-TRIGGER
           exit section
           .

       WRITE-STATEMENT-RECORD SECTION.
           move WS-ACCOUNT-ID to
                          FILE-ACCOUNT-ID of FILE-STATEMENT-RECORD
      *>   Disclose the interest accrued but not yet charged under a
      *>   deferred-interest promo - zero for everyone else.
           move WS-DEFERRED-INTEREST of WS-ACCOUNT to
                          FILE-DEFERRED-INTEREST
                                         of FILE-STATEMENT-RECORD
           evaluate true
               when SKIP-WAS-HONORED
                   set FILE-CYCLE-WAS-SKIPPED of FILE-STATEMENT-RECORD
                                                        to true
               when CLAIM-SUSPENDED-MINIMUM
                   set FILE-CYCLE-CLAIM-SUSPENDED
                                     of FILE-STATEMENT-RECORD to true
               when other
                   move space to FILE-SKIP-FLAG of FILE-STATEMENT-RECORD
           end-evaluate
           move WS-PPI-PREMIUM to
                          FILE-PROTECTION-PREMIUM
                                         of FILE-STATEMENT-RECORD
           move WS-PPI-BENEFIT to
                          FILE-PROTECTION-BENEFIT
                                         of FILE-STATEMENT-RECORD
      *>   Payment credit the funds-hold engine still has back as
      *>   the statement is cut.
           move WS-ACCOUNT-ID to WS-HLD-ACCOUNT-ID
           move WS-TODAY to WS-HLD-HOLD-DATE
           call GET-PAYMENT-HOLD-TOTAL using by reference
                                               WS-HLD-AUTH-HOLD
           move WS-HLD-HOLD-AMOUNT to
                          FILE-HELD-PAYMENT-CREDIT
                                         of FILE-STATEMENT-RECORD
      *>   A relationship tier change inside the cycle is flagged
      *>   with the benefits now in force, for the statement to
      *>   explain; the tier itself is carried either way.
           move space to
                    FILE-REL-TIER-CHANGE-FLAG of FILE-STATEMENT-RECORD
           if WS-REL-CHANGE-DATE of WS-ACCOUNT >= WS-START-DATE
               set FILE-REL-TIER-CHANGED of FILE-STATEMENT-RECORD
                                                           to true
           end-if
           move WS-REL-TIER of WS-ACCOUNT to
                          FILE-REL-TIER of FILE-STATEMENT-RECORD
           move WS-REL-PRIOR-TIER of WS-ACCOUNT to
                          FILE-REL-PRIOR-TIER of FILE-STATEMENT-RECORD
           move WS-REL-APR-DISCOUNT of WS-ACCOUNT to
                          FILE-REL-APR-DISCOUNT of FILE-STATEMENT-RECORD
           move WS-REL-FEE-WAIVER of WS-ACCOUNT to
                          FILE-REL-FEE-WAIVER of FILE-STATEMENT-RECORD
           move 0 to FILE-REL-SAVINGS-BONUS of FILE-STATEMENT-RECORD
      *>   Statements carry the ledger date, like every other record
      *>   the night posts - an after-midnight run must not date its
      *>   statements into the next day.
           end-if
           close EStatement-File
           close NegAm-Report-File
           if PENALTY-FILE-IS-AVAILABLE
               close Penalty-File
           end-if
           if SCRA-FILE-IS-AVAILABLE
               close Scra-File
           end-if
           if TRIGGER-FILE-IS-OPEN
               close Trigger-File
           end-if
           if PROTECTION-FILES-ARE-AVAILABLE
               close Protection-File
               close Claim-File
           end-if
           if THIS-IS-AN-EDIT-RUN
               close Simulation-File
           else
               display "*** Negative-amortization floors applied: "
                       WS-NEGAM-COUNT
               display "*** Payment skips honored: " WS-SKIPS-HONORED
               display "*** Penalty notices sent: " WS-PENALTY-NOTICES
               display "*** Penalty rates applied: "
                       WS-PENALTY-SWITCHES
               display "*** Penalty notices withdrawn: "
                       WS-PENALTY-WITHDRAWALS
               display "*** Penalty rates cured: " WS-PENALTY-CURES
               display "*** Protection premiums billed: "
                       WS-PREMIUMS-BILLED
               display "*** Protection premiums waived: "
                       WS-PREMIUMS-WAIVED
               display "*** Claim minimum suspensions: "
                       WS-CLAIM-SUSPENSIONS
               display "*** Claim balance cancellations: "
                       WS-CLAIM-CANCELLATIONS
               display "*** Protection claims closed: "
                       WS-CLAIMS-CLOSED
           end-if
           .
