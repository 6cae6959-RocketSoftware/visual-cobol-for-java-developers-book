      *> the run default from the one-line parm file (zoned 9V9999,
      *> 03500 = 3.5%). The day-count divisor is the same convention
      *> the charging run uses.
      *> Certificates of deposit (type D) earn here too, but only at
      *> the rate locked when their term started - never the run
      *> default. A CD that capitalizes is credited like savings; one
      *> that pays out has the interest posted and then transferred
      *> off by a linked row, so its balance stays at principal, and
      *> the money lands on the customer's savings account as a
      *> deposit payment row. Payouts are made after the scan, once
      *> reading other accounts cannot disturb it; a payout account
      *> no longer open savings of the same customer capitalizes.
      *> A customer under backup withholding (a B-notice applied by
      *> BNoticeIntake, its start date reached, not cleared since)
      *> has the withholding percentage of the interest taken back
      *> by a separate row linked to the interest row, and only the
      *> net reaches the balance or the payout account. The
      *> percentage comes from its own one-line parm file (zoned
      *> 9V9999, 02400 = 24%); with none the statutory 24% applies.
       program-id. SavingsInterestRun.

       environment division.
               organization is line sequential
               file status is WS-RATE-PARM-STATUS
               .
           select Withholding-Parm-File assign to external
                                           withholdingRateFile
               organization is line sequential
               file status is WS-WH-PARM-STATUS
               .
           select Statement-File assign to external statementFile
               file status is WS-STATEMENT-STATUS
               organization is indexed
       file section.
       fd Rate-Parm-File.
       01 RATE-PARM-LINE                   PIC X(05).
       fd Withholding-Parm-File.
       01 WH-PARM-LINE                     PIC X(05).
       fd Statement-File.
       copy "STATEMENT-RECORD.cpy" replacing ==(PREFIX)== by ==FILE==.

       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "TRANSACTION-RECORD.cpy" replacing ==(PREFIX)==
                                                  by ==WS-TXN==.
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS-PO==.
       copy "PAYMENT-RECORD.cpy" replacing ==(PREFIX)== by ==WS-PAY==.
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CUST==.
       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
       01 WS-STATEMENT-STATUS              PIC XX.
       01 WS-RATE-PARM-STATUS              PIC XX.
       01 WS-LOCK-STATUS                   PIC XX.
       01 WS-PAYMENT-STATUS                PIC XX.
       01 WS-PAYOUT-STATUS                 PIC XX.
       01 WS-CUSTOMER-STATUS               PIC XX.
       01 WS-WH-PARM-STATUS                PIC XX.

       78 RUN-ID-SAVINGS                   VALUE "SAVINGS".
       78 LOCK-RESOURCE-ACCOUNT            VALUE "ACCOUNT".
       01 WS-NEXT-TRANSACTION-ID           PIC X(4) COMP-X.
       78 DEPOSIT-INTEREST-DESCRIPTION
                                VALUE "DEPOSIT INTEREST EARNED".
       78 PAYOUT-DESCRIPTION
                      VALUE "CD INTEREST PAID TO SAVINGS".
       01 WS-NEXT-PAYMENT-ID               PIC X(4) COMP-X.
       01 WS-INTEREST-TXN-ID               PIC X(4) COMP-X.

      *> Backup withholding - the rate, and what this account's
      *> interest gives up to it. NET-INTEREST is what is actually
      *> credited or paid out.
       78 WITHHOLDING-DESCRIPTION          VALUE "BACKUP WITHHOLDING".
       01 WS-WITHHOLDING-RATE              PIC 9V9(4) VALUE 0.2400.
       01 WS-WITHHELD-AMOUNT               PIC S9(12)V99.
       01 WS-NET-INTEREST                  PIC S9(12)V99.

      *> Paying-out CDs met in the scan, paid once it is done. A CD
      *> that does not fit capitalizes this month instead.
       78 PAYOUT-TABLE-MAX                 VALUE 1000.
       01 WS-PAYOUT-COUNT                  PIC 9(4) COMP-5 VALUE 0.
       01 WS-PAYOUT-INDEX                  PIC 9(4) COMP-5.
       01 PAYOUT-TABLE.
        03 PAYOUT-CD-ACCOUNT-ID            PIC X(4) COMP-X
                                   occurs PAYOUT-TABLE-MAX times.
       01 WS-PAYOUT-FLAG                   PIC X VALUE "N".
        88 CD-INTEREST-IS-PAID-OUT             VALUE "Y".

       01 WS-ACCOUNTS-CREDITED             PIC 9(6) COMP-5 VALUE 0.
       01 WS-ACCOUNTS-SKIPPED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-TOTAL-CREDITED                PIC S9(12)V99 VALUE 0.
       01 WS-CD-PAYOUTS                    PIC 9(6) COMP-5 VALUE 0.
       01 WS-TOTAL-PAID-OUT                PIC S9(12)V99 VALUE 0.
       01 WS-ACCOUNTS-WITHHELD             PIC 9(6) COMP-5 VALUE 0.
       01 WS-TOTAL-WITHHELD                PIC S9(12)V99 VALUE 0.
       01 WS-TIER-BONUS-COUNT              PIC 9(6) COMP-5 VALUE 0.
       01 DISPLAY-CASH                     PIC -Z(12)9.99.

       procedure division.
               stop run
           end-if
           perform READ-RATE-PARM
           perform READ-WITHHOLDING-PARM
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform SCAN-ACCOUNTS
               perform PAY-OUT-QUEUED-CDS
               perform CLOSE-FILES
           end-if
           call RELEASE-RUN-LOCK using by reference WS-LOCK-JOB-LOCK
                   WS-ACCOUNTS-SKIPPED
           move WS-TOTAL-CREDITED to DISPLAY-CASH
           display "*** Deposit interest credited: " DISPLAY-CASH
           display "*** CD interest payouts:       " WS-CD-PAYOUTS
           move WS-TOTAL-PAID-OUT to DISPLAY-CASH
           display "*** CD interest paid out:      " DISPLAY-CASH
           display "*** Accounts backup withheld:  "
                   WS-ACCOUNTS-WITHHELD
           move WS-TOTAL-WITHHELD to DISPLAY-CASH
           display "*** Backup withholding taken:  " DISPLAY-CASH
           display "*** Tier savings bonus paid:   "
                   WS-TIER-BONUS-COUNT
           stop run.

       READ-RATE-PARM SECTION.
           close Rate-Parm-File
           .

       READ-WITHHOLDING-PARM SECTION.
           open input Withholding-Parm-File
           if WS-WH-PARM-STATUS <> "00"
               exit section
           end-if
           read Withholding-Parm-File
               at end move "10" to WS-WH-PARM-STATUS
           end-read
           if WS-WH-PARM-STATUS = "00"
                   and WH-PARM-LINE is numeric
               move WH-PARM-LINE to WS-WITHHOLDING-RATE
           else
               if WS-WH-PARM-STATUS = "00"
                   display "*** Malformed withholding rate parm "
                           "ignored: " WH-PARM-LINE
               end-if
           end-if
           close Withholding-Parm-File
           .

       OPEN-FILES SECTION.
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
               display "*** Could not open statement file, status "
                       WS-STATEMENT-STATUS
               move WS-STATEMENT-STATUS to FILE-STATUS
               exit section
           end-if
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-PAYMENT-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-PAYMENT-STATUS
           if WS-PAYMENT-STATUS <> "00"
               display "*** Could not open payment file, status "
                       WS-PAYMENT-STATUS
               move WS-PAYMENT-STATUS to FILE-STATUS
               exit section
           end-if
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               display "*** Could not open customer file, status "
                       WS-CUSTOMER-STATUS
               move WS-CUSTOMER-STATUS to FILE-STATUS
           end-if
           .

                                                   FILE-STATUS
           perform READ-NEXT-ACCOUNT
           perform until FILE-STATUS <> "00"
               if WS-TYPE-DEPOSIT and WS-ACCOUNT-OPEN
                   if WS-TYPE-CERTIFICATE
                           and WS-CD-INTEREST-PAID-OUT
                       perform QUEUE-CD-PAYOUT
                   else
                       perform CREDIT-ONE-ACCOUNT
                   end-if
               end-if
               perform READ-NEXT-ACCOUNT
           end-perform
           end-if
           move WS-APR of WS-ACCOUNT to WS-WORKING-RATE
           if WS-WORKING-RATE = 0 and DEFAULT-RATE-IS-SET
                   and not WS-TYPE-CERTIFICATE
               move WS-DEFAULT-RATE to WS-WORKING-RATE
           end-if
      *>   A relationship tier's savings bonus rides on top of the
      *>   account's own rate - never on an account with no rate.
           if WS-WORKING-RATE > 0
                   and WS-REL-SAVINGS-BONUS of WS-ACCOUNT > 0
               add WS-REL-SAVINGS-BONUS of WS-ACCOUNT
                                           to WS-WORKING-RATE
               add 1 to WS-TIER-BONUS-COUNT
           end-if
           if WS-WORKING-RATE = 0
               add 1 to WS-ACCOUNTS-SKIPPED
               display "*** No deposit rate for deposit account "
                       WS-ACCOUNT-ID of WS-ACCOUNT
                       " - nothing credited"
               exit section
               add 1 to WS-ACCOUNTS-SKIPPED
               exit section
           end-if
           perform WORK-OUT-WITHHOLDING
           perform POST-DEPOSIT-INTEREST
           .

      *> Withholding is in force from the start date BNoticeIntake
      *> set until the W-9 clears it. A customer who cannot be read
      *> is paid gross, loudly, for Tax to put right.
       WORK-OUT-WITHHOLDING SECTION.
           move 0 to WS-WITHHELD-AMOUNT
           move WS-EARNED-INTEREST to WS-NET-INTEREST
           move WS-CUSTOMER-ID of WS-ACCOUNT to
                        WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
           call FIND-CUSTOMER-ID using by value START-READ
                        by reference WS-CUST-CUSTOMER-RECORD
                                     WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               display "*** No customer record for deposit account "
                       WS-ACCOUNT-ID of WS-ACCOUNT
                       " - interest paid without withholding check"
               move "00" to WS-CUSTOMER-STATUS
               exit section
           end-if
           if WS-CUST-BACKUP-WITHHOLDING
                   and WS-CUST-WITHHOLDING-START-DATE <= WS-TODAY
               compute WS-WITHHELD-AMOUNT rounded =
                       WS-EARNED-INTEREST * WS-WITHHOLDING-RATE
               subtract WS-WITHHELD-AMOUNT from WS-EARNED-INTEREST
                                       giving WS-NET-INTEREST
           end-if
           .

      *> The credit is real money: a negative transaction row for the
      *> statement trail, and the balance deepened by the same amount
      *> under the usual read-for-update/rewrite pairing.
                       " status " WS-TRANSACTION-STATUS
               exit section
           end-if
           move WS-TXN-TRANSACTION-ID to WS-INTEREST-TXN-ID
           if WS-WITHHELD-AMOUNT > 0
               perform POST-BACKUP-WITHHOLDING
           end-if
           if CD-INTEREST-IS-PAID-OUT
               perform TRANSFER-CD-INTEREST
               exit section
           end-if
           move READ-FOR-UPDATE to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
               move "00" to FILE-STATUS
               exit section
           end-if
           subtract WS-NET-INTEREST from WS-BALANCE of WS-ACCOUNT
           subtract WS-NET-INTEREST from
                   WS-PURCHASE-BALANCE of WS-ACCOUNT
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
               exit section
           end-if
           perform WRITE-SAVINGS-STATEMENT
           perform COUNT-CREDITED-ACCOUNT
           .

      *> The amount withheld goes back off the account as its own
      *> row, linked to the interest it was taken from - the trail
      *> the 1099 box 4 total and the remittance report are built
      *> from. Should the row not write, nothing is withheld.
       POST-BACKUP-WITHHOLDING SECTION.
           call GET-NEXT-TRANSACTION-ID using by reference
                                             WS-NEXT-TRANSACTION-ID
                                             WS-TRANSACTION-STATUS
           move WS-NEXT-TRANSACTION-ID to WS-TXN-TRANSACTION-ID
           move WS-WITHHELD-AMOUNT to WS-TXN-AMOUNT
           move WITHHOLDING-DESCRIPTION to WS-TXN-DESCRIPTION
           move WS-INTEREST-TXN-ID to WS-TXN-LINKED-TRANSACTION-ID
           move WRITE-RECORD to WS-FUNCTION-CODE
           call WRITE-TRANSACTION-RECORD using by value
                                        WS-FUNCTION-CODE
                      by reference WS-TXN-TRANSACTION-RECORD
                                   WS-TRANSACTION-STATUS
           if WS-TRANSACTION-STATUS <> "00"
                   and WS-TRANSACTION-STATUS <> "02"
               display "*** Backup withholding post failed for "
                       "account " WS-ACCOUNT-ID of WS-ACCOUNT
                       " status " WS-TRANSACTION-STATUS
                       " - interest paid gross"
               move 0 to WS-WITHHELD-AMOUNT
               move WS-EARNED-INTEREST to WS-NET-INTEREST
               exit section
           end-if
           add 1 to WS-ACCOUNTS-WITHHELD
           add WS-WITHHELD-AMOUNT to WS-TOTAL-WITHHELD
           .

       COUNT-CREDITED-ACCOUNT SECTION.
           add 1 to WS-ACCOUNTS-CREDITED
           add WS-EARNED-INTEREST to WS-TOTAL-CREDITED
           move WS-EARNED-INTEREST to DISPLAY-CASH
           display "DEPOSIT INTEREST  account "
                   WS-ACCOUNT-ID of WS-ACCOUNT
                   "  credited " DISPLAY-CASH
           if WS-WITHHELD-AMOUNT > 0
               move WS-WITHHELD-AMOUNT to DISPLAY-CASH
               display "                  backup withholding "
                       DISPLAY-CASH
           end-if
           .

       QUEUE-CD-PAYOUT SECTION.
           if WS-PAYOUT-COUNT >= PAYOUT-TABLE-MAX
               display "*** CD payout table full - account "
                       WS-ACCOUNT-ID of WS-ACCOUNT
                       " capitalizes this month"
               perform CREDIT-ONE-ACCOUNT
               exit section
           end-if
           add 1 to WS-PAYOUT-COUNT
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                   PAYOUT-CD-ACCOUNT-ID(WS-PAYOUT-COUNT)
           .

      *> Each queued CD is fetched again by key and its payout
      *> account checked - an open savings account of the same
      *> customer - before the interest is worked out the usual way.
       PAY-OUT-QUEUED-CDS SECTION.
           perform varying WS-PAYOUT-INDEX from 1 by 1
                     until WS-PAYOUT-INDEX > WS-PAYOUT-COUNT
               move PAYOUT-CD-ACCOUNT-ID(WS-PAYOUT-INDEX) to
                       WS-ACCOUNT-ID of WS-ACCOUNT
               move READ-FOR-UPDATE to WS-FUNCTION-CODE
               call READ-ACCOUNT-RECORD using by value
                                             WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
               if FILE-STATUS = "00"
                   call UNLOCK-ACCOUNT-RECORD using by reference
                                                    WS-PAYOUT-STATUS
                   perform CHECK-PAYOUT-ACCOUNT
                   perform CREDIT-ONE-ACCOUNT
                   move "N" to WS-PAYOUT-FLAG
               else
                   display "*** Could not re-read CD account "
                           PAYOUT-CD-ACCOUNT-ID(WS-PAYOUT-INDEX)
                           " status " FILE-STATUS
               end-if
           end-perform
           move "00" to FILE-STATUS
           .

       CHECK-PAYOUT-ACCOUNT SECTION.
           move "N" to WS-PAYOUT-FLAG
           move WS-CD-PAYOUT-ACCOUNT-ID of WS-ACCOUNT to
                   WS-PO-ACCOUNT-ID of WS-PO-ACCOUNT
           move READ-FOR-UPDATE to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-PO-ACCOUNT
                                                   WS-PAYOUT-STATUS
           if WS-PAYOUT-STATUS = "00"
               call UNLOCK-ACCOUNT-RECORD using by reference
                                                WS-PAYOUT-STATUS
               if WS-PO-TYPE-SAVINGS and WS-PO-ACCOUNT-OPEN
                       and WS-PO-CUSTOMER-ID of WS-PO-ACCOUNT =
                           WS-CUSTOMER-ID of WS-ACCOUNT
                   set CD-INTEREST-IS-PAID-OUT to true
               end-if
           end-if
           if not CD-INTEREST-IS-PAID-OUT
               display "*** CD payout account not open savings of "
                       "the customer - account "
                       WS-ACCOUNT-ID of WS-ACCOUNT
                       " capitalizes this month"
           end-if
           .

      *> The earned row stands on the CD with a linked row taking it
      *> straight back off, so the CD's trail shows both and its
      *> balance never moves; the CD's statement row is still cut.
       TRANSFER-CD-INTEREST SECTION.
           call GET-NEXT-TRANSACTION-ID using by reference
                                             WS-NEXT-TRANSACTION-ID
                                             WS-TRANSACTION-STATUS
           move WS-NEXT-TRANSACTION-ID to WS-TXN-TRANSACTION-ID
           move WS-NET-INTEREST to WS-TXN-AMOUNT
           move PAYOUT-DESCRIPTION to WS-TXN-DESCRIPTION
           move WS-INTEREST-TXN-ID to WS-TXN-LINKED-TRANSACTION-ID
           move WRITE-RECORD to WS-FUNCTION-CODE
           call WRITE-TRANSACTION-RECORD using by value
                                        WS-FUNCTION-CODE
                      by reference WS-TXN-TRANSACTION-RECORD
                                   WS-TRANSACTION-STATUS
           if WS-TRANSACTION-STATUS <> "00"
                   and WS-TRANSACTION-STATUS <> "02"
               display "*** CD payout transfer failed for account "
                       WS-ACCOUNT-ID of WS-ACCOUNT
                       " status " WS-TRANSACTION-STATUS
               exit section
           end-if
           perform WRITE-SAVINGS-STATEMENT
           perform COUNT-CREDITED-ACCOUNT
           perform CREDIT-PAYOUT-ACCOUNT
           .

      *> On the savings side the payout is a deposit like any other:
      *> a payment row, the credit balance deepened under lock, and
      *> the cycle's statement row - when the account has one - kept
      *> level with it.
       CREDIT-PAYOUT-ACCOUNT SECTION.
           call GET-NEXT-PAYMENT-ID using by reference
                                             WS-NEXT-PAYMENT-ID
                                             WS-PAYMENT-STATUS
           move WS-NEXT-PAYMENT-ID to WS-PAY-PAYMENT-ID
           move WS-PO-ACCOUNT-ID of WS-PO-ACCOUNT to
                   WS-PAY-ACCOUNT-ID of WS-PAY-PAYMENT-RECORD
           move WS-TODAY-YEAR to WS-PAY-YEAR
           move WS-TODAY-MONTH to WS-PAY-MONTH
           move WS-TODAY-DAY to WS-PAY-DAY
           move WS-NET-INTEREST to
                   WS-PAY-AMOUNT of WS-PAY-PAYMENT-RECORD
           move 0 to WS-PAY-MINIMUM-DUE
           move 0 to WS-PAY-LATE-FEE-CHARGED
           move "Y" to WS-PAY-MET-MINIMUM
           move WS-PO-CURRENCY-CODE of WS-PO-ACCOUNT to
                   WS-PAY-CURRENCY-CODE of WS-PAY-PAYMENT-RECORD
           move 0 to WS-PAY-REVERSAL-OF-PAYMENT-ID
           move WRITE-RECORD to WS-FUNCTION-CODE
           call WRITE-PAYMENT-RECORD using by value WS-FUNCTION-CODE
                      by reference WS-PAY-PAYMENT-RECORD
                                   WS-PAYMENT-STATUS
           if WS-PAYMENT-STATUS <> "00"
                   and WS-PAYMENT-STATUS <> "02"
               display "*** CD payout deposit row failed for account "
                       WS-PO-ACCOUNT-ID of WS-PO-ACCOUNT
                       " status " WS-PAYMENT-STATUS
               exit section
           end-if
           move READ-FOR-UPDATE to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-PO-ACCOUNT
                                                   WS-PAYOUT-STATUS
           if WS-PAYOUT-STATUS <> "00"
               display "*** Could not re-read payout account "
                       WS-PO-ACCOUNT-ID of WS-PO-ACCOUNT " status "
                       WS-PAYOUT-STATUS
               exit section
           end-if
           subtract WS-NET-INTEREST from
                   WS-PO-BALANCE of WS-PO-ACCOUNT
           subtract WS-NET-INTEREST from
                   WS-PO-PURCHASE-BALANCE of WS-PO-ACCOUNT
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                        by reference WS-PO-ACCOUNT
                                                     WS-PAYOUT-STATUS
           if WS-PAYOUT-STATUS <> "00"
               display "*** Payout account rewrite failed for "
                       "account " WS-PO-ACCOUNT-ID of WS-PO-ACCOUNT
                       " status " WS-PAYOUT-STATUS
               exit section
           end-if
           add 1 to WS-CD-PAYOUTS
           add WS-NET-INTEREST to WS-TOTAL-PAID-OUT
           move WS-PO-ACCOUNT-ID of WS-PO-ACCOUNT to
                          FILE-ACCOUNT-ID of FILE-STATEMENT-RECORD
           move WS-CYCLE-START to
                          FILE-CYCLE-START-DATE of FILE-STATEMENT-RECORD
           read Statement-File
               invalid key
                   exit section
           end-read
           move WS-PO-BALANCE of WS-PO-ACCOUNT to
                          FILE-ENDING-BALANCE of FILE-STATEMENT-RECORD
           rewrite FILE-STATEMENT-RECORD
           .

      *> The deposit cycle's statement: the interest line carries the
           move 0 to FILE-REWARD-BALANCE of FILE-STATEMENT-RECORD
           move "R" to FILE-BALANCE-METHOD of FILE-STATEMENT-RECORD
           move 0 to FILE-DEFERRED-INTEREST of FILE-STATEMENT-RECORD
           move 0 to FILE-PROTECTION-PREMIUM of FILE-STATEMENT-RECORD
           move 0 to FILE-PROTECTION-BENEFIT of FILE-STATEMENT-RECORD
           perform SET-STATEMENT-TIER-CHANGE
           move WS-TODAY to
                          FILE-GENERATED-DATE of FILE-STATEMENT-RECORD
           accept FILE-GENERATED-TIME of FILE-STATEMENT-RECORD
           end-write
           .

      *> A relationship tier change since the cycle began goes on the
      *> statement with the rate bonus now in force, for the
      *> statement print to explain.
       SET-STATEMENT-TIER-CHANGE SECTION.
           move space to
                    FILE-REL-TIER-CHANGE-FLAG of FILE-STATEMENT-RECORD
           move WS-REL-TIER of WS-ACCOUNT to
                          FILE-REL-TIER of FILE-STATEMENT-RECORD
           move WS-REL-PRIOR-TIER of WS-ACCOUNT to
                          FILE-REL-PRIOR-TIER of FILE-STATEMENT-RECORD
           move 0 to FILE-REL-APR-DISCOUNT of FILE-STATEMENT-RECORD
           move space to FILE-REL-FEE-WAIVER of FILE-STATEMENT-RECORD
           move WS-REL-SAVINGS-BONUS of WS-ACCOUNT to
                       FILE-REL-SAVINGS-BONUS of FILE-STATEMENT-RECORD
           if WS-REL-CHANGE-DATE of WS-ACCOUNT >= WS-CYCLE-START
               set FILE-REL-TIER-CHANGED of FILE-STATEMENT-RECORD
                                                           to true
           end-if
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-PAYMENT-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-PAYMENT-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           close Statement-File
           .
