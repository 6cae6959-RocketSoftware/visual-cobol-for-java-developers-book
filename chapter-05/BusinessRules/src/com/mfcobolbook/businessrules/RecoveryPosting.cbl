      *> full flips to FULLY-RECOVERED. Recoveries beyond the
      *> outstanding exposure are refused - an overpaid recovery is
      *> a refund case, not a negative bad debt.
      *> Agencies working placed accounts (see AgencyPlacement) remit
      *> on the optional agency remit file, one fixed line per
      *> collection: agency code (8), account id (10), gross amount
      *> collected (9(9)V99), date collected (yyyymmdd) and the
      *> commission the agency claims on it (9(7)V99). A line is
      *> taken only against the placement with that agency that was
      *> out on the day the money was collected. Money on a
      *> charged-off account posts here as a recovery under the
      *> same checks as a keyed line; money on a late-stage account
      *> still open is a payment, so it is routed as an
      *> ACCOUNT-ID,AMOUNT,E line to the agency payment file for
      *> PaymentPosting to post under its own rules. Either way the
      *> placement's collected-to-date grows and an AGENCY-REMIT row
      *> goes to the remit log with our commission at the
      *> placement's rate, for the monthly reconciliation.
      *> A control line may carry a third field, G, for money a
      *> court garnishment brought in on a debt we sued on (see
      *> LegalCaseEntry). It is taken only against a case standing
      *> at JUDGMENT, up to the judgment balance still due - unpaid
      *> post-judgment interest plus unpaid judgment principal. The
      *> ledger takes what it can of it, up to its outstanding
      *> exposure, and the payment row records it all; the case
      *> applies it to accrued interest first, then to the
      *> judgment, and is SATISFIED once nothing remains due.
      *> A third field of S marks the debtor's final payment under a
      *> settlement for less than owed: it posts as a recovery, and
      *> whatever exposure remains is forgiven - the row closes as
      *> SETTLED-FOR-LESS with the forgiven amount and date the
      *> 1099-C extract reports. A settled row takes no more money.
       program-id. RecoveryPosting.

       environment division.
               organization is line sequential
               file status is WS-CONTROL-STATUS
               .
           select Remit-File assign to external agencyRemitFile
               organization is line sequential
               file status is WS-REMIT-STATUS
               .
           select Placement-File assign to external
                                           agencyPlacementFile
               file status is WS-PLACEMENT-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-PLC-KEY
               .
           select Legal-Case-File assign to external legalCaseFile
               file status is WS-LEGAL-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-LGL-ACCOUNT-ID
               .
           select Remit-Log-File assign to external agencyRemitLog
               organization is line sequential
               file status is WS-REMIT-LOG-STATUS
               .
           select Agency-Payment-File
               assign to external agencyPaymentFile
               organization is line sequential
               file status is WS-AGENCY-PAYMENT-STATUS
               .

       data division.
       file section.
       fd Control-File.
       01 CONTROL-LINE                     PIC X(80).
       fd Remit-File.
       01 REMIT-LINE.
        03 REMIT-AGENCY-CODE               PIC X(08).
        03 REMIT-ACCOUNT-ID                PIC 9(10).
        03 REMIT-GROSS-AMOUNT              PIC 9(9)V99.
        03 REMIT-COLLECTED-DATE            PIC 9(08).
        03 REMIT-CLAIMED-COMMISSION        PIC 9(7)V99.
       fd Placement-File.
       copy "AGENCY-PLACEMENT.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Legal-Case-File.
       copy "LEGAL-CASE.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Remit-Log-File.
       copy "AGENCY-REMIT.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Agency-Payment-File.
       01 AGENCY-PAYMENT-LINE              PIC X(80).

       working-storage section.
       copy "FUNCTION-CODES.cpy".
        03 WS-CHARGEOFF-STATUS-1           PIC X.
        03 WS-CHARGEOFF-STATUS-2           PIC X.
       01 WS-CONTROL-STATUS                PIC XX.
       01 WS-REMIT-STATUS                  PIC XX.
       01 WS-PLACEMENT-STATUS              PIC XX.
       01 WS-REMIT-LOG-STATUS              PIC XX.
       01 WS-AGENCY-PAYMENT-STATUS         PIC XX.
       01 WS-LEGAL-STATUS                  PIC XX.

       01 WS-TODAY                         PIC 9(08).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
       01 WS-CONTROL-ACCOUNT-ID            PIC 9(9).
       01 WS-CONTROL-AMOUNT                PIC 9(9)V99.
       01 WS-CONTROL-TALLY                 PIC 99 COMP-5.
       01 WS-CONTROL-SOURCE                PIC X(01).
        88 GARNISHMENT-RECEIPT                 VALUE "G".
        88 SETTLEMENT-IN-FULL                  VALUE "S".
       01 WS-RECOVERY-AMOUNT               PIC S9(12)V99.
      *> The part of the money the ledger takes - all of it, except
      *> for garnishment money beyond the ledger's outstanding
      *> exposure, which is post-judgment interest.
       01 WS-LEDGER-AMOUNT                 PIC S9(12)V99.
       01 WS-INTEREST-DUE                  PIC S9(12)V99.
       01 WS-JUDGMENT-BALANCE-DUE          PIC S9(12)V99.
       01 WS-OUTSTANDING-AMOUNT            PIC S9(12)V99.
       01 WS-NEXT-PAYMENT-ID               PIC X(4) COMP-X.
       01 WS-RECOVERY-POSTED-FLAG          PIC X.
        88 RECOVERY-WAS-POSTED                 VALUE "Y".

       01 WS-PLACEMENT-FOUND               PIC X.
        88 PLACEMENT-WAS-FOUND                 VALUE "Y".
       01 WS-FOUND-PLACED-DATE             PIC 9(08).
       01 WS-PAYMENT-LINE-ACCOUNT          PIC 9(9).
       01 WS-PAYMENT-LINE-AMOUNT           PIC 9(9).99.

       01 WS-RECOVERIES-POSTED             PIC 9(6) COMP-5 VALUE 0.
       01 WS-REJECT-COUNT                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-REMITS-RECOVERED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-REMITS-ROUTED                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-REMITS-REFUSED                PIC 9(6) COMP-5 VALUE 0.
       01 DISPLAY-CASH                     PIC -Z(12)9.99.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform OPEN-FILES
           if WS-CHARGEOFF-STATUS = "00"
               if WS-CONTROL-STATUS = "00"
                   perform PROCESS-CONTROL-FILE
               end-if
               perform PROCESS-REMIT-FILE
               perform CLOSE-FILES
           end-if
           display "*** Recoveries posted: " WS-RECOVERIES-POSTED
           display "*** Lines rejected:    " WS-REJECT-COUNT
           display "*** Agency remits - recoveries: "
                   WS-REMITS-RECOVERED
                   "  payments routed: " WS-REMITS-ROUTED
                   "  refused: " WS-REMITS-REFUSED
           stop run.

       OPEN-FILES SECTION.
               display "*** Could not open recovery control file, "
                       "status " WS-CONTROL-STATUS
           end-if
      *>   No legal case file is a book with no suits - any
      *>   garnishment line is then refused as having no judgment.
           open i-o Legal-Case-File
           .

       PROCESS-CONTROL-FILE SECTION.
           .

       APPLY-CONTROL-LINE SECTION.
           move 0 to WS-CONTROL-TALLY
           move space to WS-CONTROL-SOURCE
           unstring CONTROL-LINE delimited by ","
               into WS-CONTROL-ACCOUNT-ID
                    WS-CONTROL-AMOUNT
                    WS-CONTROL-SOURCE
               tallying in WS-CONTROL-TALLY
           end-unstring
           if WS-CONTROL-TALLY < 2 or WS-CONTROL-TALLY > 3
                   or (WS-CONTROL-TALLY = 3
                       and not GARNISHMENT-RECEIPT
                       and not SETTLEMENT-IN-FULL)
               add 1 to WS-REJECT-COUNT
               display "*** Malformed recovery line skipped: "
                       CONTROL-LINE
                       CONTROL-LINE
               exit section
           end-if
           perform CHECK-AND-POST-RECOVERY
           .

      *> WS-CONTROL-ACCOUNT-ID and WS-RECOVERY-AMOUNT are the money;
      *> RECOVERY-WAS-POSTED says whether the ledger took it.
       CHECK-AND-POST-RECOVERY SECTION.
           move "N" to WS-RECOVERY-POSTED-FLAG
           move WS-CONTROL-ACCOUNT-ID to
                   WS-CHG-ACCOUNT-ID of WS-CHG-CHARGEOFF-LEDGER
           call FIND-CHARGEOFF-BY-ACCOUNT using
                       WS-CONTROL-ACCOUNT-ID
               exit section
           end-if
           if WS-CHG-SETTLED-FOR-LESS
               add 1 to WS-REJECT-COUNT
               display "*** ACCOUNT SETTLED ON " WS-CHG-SETTLED-DATE
                       " - NOTHING MORE IS OWED: "
                       WS-CONTROL-ACCOUNT-ID
               exit section
           end-if
           subtract WS-CHG-RECOVERED-TO-DATE
               from WS-CHG-CHARGED-OFF-AMOUNT
                   giving WS-OUTSTANDING-AMOUNT
           move WS-RECOVERY-AMOUNT to WS-LEDGER-AMOUNT
           if GARNISHMENT-RECEIPT
               perform CHECK-GARNISHMENT
               if WS-LEGAL-STATUS <> "00"
                   move "00" to WS-LEGAL-STATUS
                   exit section
               end-if
           end-if
           if not GARNISHMENT-RECEIPT
                   and WS-RECOVERY-AMOUNT > WS-OUTSTANDING-AMOUNT
               add 1 to WS-REJECT-COUNT
               move WS-OUTSTANDING-AMOUNT to DISPLAY-CASH
               display "*** Recovery exceeds outstanding exposure "
           perform POST-RECOVERY
           .

      *> Garnishment money needs a judgment to stand on, and may not
      *> run past what the judgment still has due. Leaves the case
      *> read for APPLY-GARNISHMENT and the ledger's share of the
      *> money in WS-LEDGER-AMOUNT; a refusal leaves WS-LEGAL-STATUS
      *> other than "00".
       CHECK-GARNISHMENT SECTION.
           move WS-CONTROL-ACCOUNT-ID to FILE-LGL-ACCOUNT-ID
           read Legal-Case-File
           if WS-LEGAL-STATUS <> "00"
               add 1 to WS-REJECT-COUNT
               display "*** GARNISHMENT REFUSED - NO CASE ON FILE "
                       "for account " WS-CONTROL-ACCOUNT-ID
               exit section
           end-if
           if not FILE-LGL-JUDGMENT
               move "23" to WS-LEGAL-STATUS
               add 1 to WS-REJECT-COUNT
               display "*** GARNISHMENT REFUSED - CASE "
                       FILE-LGL-CASE-NUMBER " NOT AT JUDGMENT "
                       "for account " WS-CONTROL-ACCOUNT-ID
               exit section
           end-if
           compute WS-INTEREST-DUE = FILE-LGL-ACCRUED-INTEREST
                                   - FILE-LGL-INTEREST-COLLECTED
           compute WS-JUDGMENT-BALANCE-DUE = WS-INTEREST-DUE
                                   + FILE-LGL-JUDGMENT-AMOUNT
                                   - FILE-LGL-PRINCIPAL-COLLECTED
           if WS-RECOVERY-AMOUNT > WS-JUDGMENT-BALANCE-DUE
               move "23" to WS-LEGAL-STATUS
               add 1 to WS-REJECT-COUNT
               move WS-JUDGMENT-BALANCE-DUE to DISPLAY-CASH
               display "*** GARNISHMENT EXCEEDS JUDGMENT BALANCE "
                       DISPLAY-CASH " for account "
                       WS-CONTROL-ACCOUNT-ID
               exit section
           end-if
           if WS-LEDGER-AMOUNT > WS-OUTSTANDING-AMOUNT
               move WS-OUTSTANDING-AMOUNT to WS-LEDGER-AMOUNT
           end-if
           if WS-LEDGER-AMOUNT < 0
               move 0 to WS-LEDGER-AMOUNT
           end-if
           .

      *> Interest first, then the judgment itself.
       APPLY-GARNISHMENT SECTION.
           if WS-RECOVERY-AMOUNT > WS-INTEREST-DUE
               add WS-INTEREST-DUE to FILE-LGL-INTEREST-COLLECTED
               compute FILE-LGL-PRINCIPAL-COLLECTED =
                       FILE-LGL-PRINCIPAL-COLLECTED
                     + WS-RECOVERY-AMOUNT - WS-INTEREST-DUE
           else
               add WS-RECOVERY-AMOUNT to FILE-LGL-INTEREST-COLLECTED
           end-if
           move WS-TODAY to FILE-LGL-LAST-GARNISH-DATE
           if WS-RECOVERY-AMOUNT >= WS-JUDGMENT-BALANCE-DUE
               set FILE-LGL-SATISFIED to true
               move WS-TODAY to FILE-LGL-CLOSED-DATE
           end-if
           rewrite FILE-LEGAL-CASE
           if WS-LEGAL-STATUS <> "00"
               display "*** Legal case not updated for account "
                       WS-CONTROL-ACCOUNT-ID
                       " status " WS-LEGAL-STATUS
               move "00" to WS-LEGAL-STATUS
               exit section
           end-if
           if FILE-LGL-SATISFIED
               display "JUDGMENT SATISFIED  account "
                       WS-CONTROL-ACCOUNT-ID
                       "  case " FILE-LGL-CASE-NUMBER
           end-if
           .

       POST-RECOVERY SECTION.
           add WS-LEDGER-AMOUNT to WS-CHG-RECOVERED-TO-DATE
           if WS-CHG-RECOVERED-TO-DATE >= WS-CHG-CHARGED-OFF-AMOUNT
               set WS-CHG-FULLY-RECOVERED to true
           else
               if SETTLEMENT-IN-FULL
                   set WS-CHG-SETTLED-FOR-LESS to true
                   move WS-TODAY to WS-CHG-SETTLED-DATE
                   subtract WS-CHG-RECOVERED-TO-DATE
                       from WS-CHG-CHARGED-OFF-AMOUNT
                           giving WS-CHG-FORGIVEN-AMOUNT
               end-if
           end-if
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-CHARGEOFF-RECORD using by value WS-FUNCTION-CODE
           end-if
           perform WRITE-RECOVERY-PAYMENT-RECORD
           add 1 to WS-RECOVERIES-POSTED
           set RECOVERY-WAS-POSTED to true
           move WS-RECOVERY-AMOUNT to DISPLAY-CASH
           if GARNISHMENT-RECEIPT
               perform APPLY-GARNISHMENT
               display "GARNISH   account " WS-CONTROL-ACCOUNT-ID
                       "  amount " DISPLAY-CASH
                       "  case " FILE-LGL-CASE-NUMBER
           else
               display "RECOVERY  account " WS-CONTROL-ACCOUNT-ID
                       "  amount " DISPLAY-CASH
           end-if
           if WS-CHG-SETTLED-FOR-LESS
               move WS-CHG-FORGIVEN-AMOUNT to DISPLAY-CASH
               display "SETTLED   account " WS-CONTROL-ACCOUNT-ID
                       "  forgiven " DISPLAY-CASH
           end-if
           .

      *> The customer's payment history still shows the money - a
           end-if
           .

      *> No remit file is a night the agencies sent nothing. Without
      *> a placement file no line can be matched to a placement, so
      *> none is taken.
       PROCESS-REMIT-FILE SECTION.
           open input Remit-File
           if WS-REMIT-STATUS <> "00"
               exit section
           end-if
           open i-o Placement-File
           if WS-PLACEMENT-STATUS <> "00"
               display "*** Could not open agency placement file, "
                       "status " WS-PLACEMENT-STATUS
                       " - agency remittances not taken"
               close Remit-File
               exit section
           end-if
           open extend Remit-Log-File
           if WS-REMIT-LOG-STATUS = "35" or WS-REMIT-LOG-STATUS = "05"
               open output Remit-Log-File
           end-if
           open output Agency-Payment-File
           read Remit-File
               at end move "10" to WS-REMIT-STATUS
           end-read
           perform until WS-REMIT-STATUS <> "00"
               perform APPLY-REMIT-LINE
               read Remit-File
                   at end move "10" to WS-REMIT-STATUS
               end-read
           end-perform
           close Remit-File Placement-File Remit-Log-File
                 Agency-Payment-File
           .

       APPLY-REMIT-LINE SECTION.
           if REMIT-AGENCY-CODE = spaces
                   or REMIT-ACCOUNT-ID is not numeric
                   or REMIT-GROSS-AMOUNT is not numeric
                   or REMIT-COLLECTED-DATE is not numeric
                   or REMIT-CLAIMED-COMMISSION is not numeric
               add 1 to WS-REJECT-COUNT
               display "*** Malformed agency remit line skipped: "
                       REMIT-LINE
               exit section
           end-if
           move REMIT-AGENCY-CODE to FILE-REM-AGENCY-CODE
           move REMIT-ACCOUNT-ID to FILE-REM-ACCOUNT-ID
           move REMIT-COLLECTED-DATE to FILE-REM-COLLECTED-DATE
           move WS-TODAY to FILE-REM-POSTED-DATE
           move REMIT-GROSS-AMOUNT to FILE-REM-GROSS-AMOUNT
           move REMIT-CLAIMED-COMMISSION to FILE-REM-CLAIMED-COMMISSION
           move 0 to FILE-REM-CALC-COMMISSION FILE-REM-PLACED-DATE
           set FILE-REM-REFUSED to true
           perform FIND-REMIT-PLACEMENT
           evaluate true
               when REMIT-GROSS-AMOUNT = 0
                   display "*** Agency remit of zero refused: "
                           REMIT-LINE
               when not PLACEMENT-WAS-FOUND
                   display "*** AGENCY " REMIT-AGENCY-CODE
                           " HELD NO PLACEMENT OF ACCOUNT "
                           REMIT-ACCOUNT-ID " ON "
                           REMIT-COLLECTED-DATE " - REMIT REFUSED"
               when other
                   move FILE-PLC-PLACED-DATE to FILE-REM-PLACED-DATE
                   perform ROUTE-REMITTANCE
           end-evaluate
           if FILE-REM-REFUSED
               add 1 to WS-REMITS-REFUSED
           else
               compute FILE-REM-CALC-COMMISSION rounded =
                       REMIT-GROSS-AMOUNT * FILE-PLC-COMMISSION-RATE
               add REMIT-GROSS-AMOUNT to FILE-PLC-COLLECTED-TO-DATE
               rewrite FILE-AGENCY-PLACEMENT
               if WS-PLACEMENT-STATUS <> "00"
                   display "*** Placement collected-to-date not "
                           "updated for account " REMIT-ACCOUNT-ID
                           " status " WS-PLACEMENT-STATUS
               end-if
           end-if
           write FILE-AGENCY-REMIT
           .

      *> The placement this agency had out on the collected date -
      *> placed on or before it and not recalled before it. Of an
      *> account's rows the latest such wins, and is left read into
      *> the record area for the rewrite.
       FIND-REMIT-PLACEMENT SECTION.
           move "N" to WS-PLACEMENT-FOUND
           move REMIT-ACCOUNT-ID to FILE-PLC-ACCOUNT-ID
           move 0 to FILE-PLC-PLACED-DATE
           start Placement-File key >= FILE-PLC-KEY
           perform until WS-PLACEMENT-STATUS <> "00"
               read Placement-File next
                   at end move "10" to WS-PLACEMENT-STATUS
               end-read
               if WS-PLACEMENT-STATUS = "00"
                   if FILE-PLC-ACCOUNT-ID <> REMIT-ACCOUNT-ID
                       move "10" to WS-PLACEMENT-STATUS
                   else
                       perform TEST-REMIT-PLACEMENT
                   end-if
               end-if
           end-perform
           move "00" to WS-PLACEMENT-STATUS
           if PLACEMENT-WAS-FOUND
               move REMIT-ACCOUNT-ID to FILE-PLC-ACCOUNT-ID
               move WS-FOUND-PLACED-DATE to FILE-PLC-PLACED-DATE
               read Placement-File
               if WS-PLACEMENT-STATUS <> "00"
                   move "N" to WS-PLACEMENT-FOUND
                   move "00" to WS-PLACEMENT-STATUS
               end-if
           end-if
           .

       TEST-REMIT-PLACEMENT SECTION.
           if FILE-PLC-AGENCY-CODE = REMIT-AGENCY-CODE
                   and FILE-PLC-PLACED-DATE <= REMIT-COLLECTED-DATE
                   and (FILE-PLC-PLACED
                        or FILE-PLC-RECALL-DATE >=
                           REMIT-COLLECTED-DATE)
               set PLACEMENT-WAS-FOUND to true
               move FILE-PLC-PLACED-DATE to WS-FOUND-PLACED-DATE
           end-if
           .

      *> A ledger row means the debt is charged off: a recovery. No
      *> row means the account is still open and the money is an
      *> ordinary payment for PaymentPosting to take.
       ROUTE-REMITTANCE SECTION.
           move REMIT-ACCOUNT-ID to WS-CONTROL-ACCOUNT-ID
           move REMIT-GROSS-AMOUNT to WS-RECOVERY-AMOUNT
           move space to WS-CONTROL-SOURCE
           move REMIT-ACCOUNT-ID to
                   WS-CHG-ACCOUNT-ID of WS-CHG-CHARGEOFF-LEDGER
           call FIND-CHARGEOFF-BY-ACCOUNT using
                         by reference WS-CHG-CHARGEOFF-LEDGER
                                      WS-CHARGEOFF-STATUS
           if WS-CHARGEOFF-STATUS = "00"
               perform CHECK-AND-POST-RECOVERY
               move "00" to WS-CHARGEOFF-STATUS
               if RECOVERY-WAS-POSTED
                   set FILE-REM-RECOVERY-POSTED to true
                   add 1 to WS-REMITS-RECOVERED
               end-if
               exit section
           end-if
           move "00" to WS-CHARGEOFF-STATUS
           move REMIT-ACCOUNT-ID to WS-PAYMENT-LINE-ACCOUNT
           move REMIT-GROSS-AMOUNT to WS-PAYMENT-LINE-AMOUNT
           move spaces to AGENCY-PAYMENT-LINE
           string WS-PAYMENT-LINE-ACCOUNT "," WS-PAYMENT-LINE-AMOUNT
                  ",E" delimited by size
               into AGENCY-PAYMENT-LINE
           end-string
           write AGENCY-PAYMENT-LINE
           if WS-AGENCY-PAYMENT-STATUS <> "00"
               display "*** Could not route agency payment for "
                       "account " REMIT-ACCOUNT-ID
                       " status " WS-AGENCY-PAYMENT-STATUS
               exit section
           end-if
           set FILE-REM-PAYMENT-ROUTED to true
           add 1 to WS-REMITS-ROUTED
           move REMIT-GROSS-AMOUNT to DISPLAY-CASH
           display "ROUTED    account " REMIT-ACCOUNT-ID
                   "  amount " DISPLAY-CASH " to payment posting"
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
           call OPEN-PAYMENT-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-PAYMENT-STATUS
           close Control-File
           close Legal-Case-File
           .
