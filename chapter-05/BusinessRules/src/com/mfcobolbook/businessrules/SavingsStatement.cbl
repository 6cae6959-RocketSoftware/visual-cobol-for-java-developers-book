      *****************************************************************
      *                                                               *
      * Copyright 2020-2023 Open Text. All Rights Reserved.           *
      * This software may be used, modified, and distributed          *
      * (provided this notice is included without modification)       *
      * solely for demonstration purposes with other                  *
      * Micro Focus software, and is otherwise subject to the EULA at *
      * https://www.microfocus.com/en-us/legal/software-licensing.    *
      *                                                               *
      * THIS SOFTWARE IS PROVIDED "AS IS" AND ALL IMPLIED           *
      * WARRANTIES, INCLUDING THE IMPLIED WARRANTIES OF               *
      * MERCHANTABILITY AND FITNESS FOR A PARTICULAR PURPOSE,         *
      * SHALL NOT APPLY.                                              *
      * TO THE EXTENT PERMITTED BY LAW, IN NO EVENT WILL              *
      * MICRO FOCUS HAVE ANY LIABILITY WHATSOEVER IN CONNECTION       *
      * WITH THIS SOFTWARE.                                           *
      *                                                               *
      *****************************************************************

      *> Truth-in-Savings periodic statement for the savings-type
      *> accounts. SavingsInterestRun cuts the cycle's STATEMENT-
      *> RECORD, but the card statement laid over it shows a
      *> minimum payment and an APR, which a deposit account must
      *> not. For the cycle (the calendar month of the processing
      *> date, the month SavingsInterestRun pays on; a one-line
      *> control file holding a bare yyyymm restates an earlier
      *> month) every open savings account with a statement row
      *> gets:
      *>   - opening and closing balance, shown as the customer's
      *>     money - the credit balance the account lives as;
      *>   - deposits (the payment rows PaymentPosting posted, and
      *>     transfers in from the customer's other accounts) and
      *>     withdrawals and other debits (the cycle's other
      *>     transaction rows, bar the interest credit) listed
      *>     separately;
      *>   - the interest earned off the statement row, the days
      *>     in the period and the year-to-date interest over the
      *>     year's statement rows;
      *>   - the annual percentage yield earned, by the regulation
      *>     formula APY = 100 * ((1 + interest / balance) **
      *>     (365 / days) - 1) on the period's average daily
      *>     balance;
      *>   - a warning when the withdrawal monitor's count for the
      *>     cycle is at, near or past the free-withdrawal limit.
      *> The opening balance is the closing balance with the
      *> cycle's activity backed out. Delivery follows the
      *> customer's CONTACT-PREFERENCE and undeliverable-address
      *> flag exactly as the year-in-review statement does.
      *> The statement's fixed wording comes from the wording file in
      *> the customer's preferred language, English standing in for
      *> any piece not yet translated.
       program-id. SavingsStatement.

       environment division.
       input-output section.
       file-control.
           select Cycle-Control-File assign to external
                                           savingsStatementControlFile
               organization is line sequential
               file status is WS-CONTROL-STATUS
               .
           select Report-File assign to external
                                           savingsStatementReport
               organization is line sequential
               file status is WS-REPORT-STATUS
               .
           select EDelivery-File assign to external
                                           savingsStatementEFile
               organization is line sequential
               file status is WS-EDELIVERY-STATUS
               .
           select Statement-File assign to external statementFile
               file status is WS-STATEMENT-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-STATEMENT-KEY
                          of FILE-STATEMENT-RECORD
               .
           select Wdl-Count-File assign to external
                                       savingsWithdrawalCountFile
               file status is WS-WDL-COUNT-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-WDL-COUNT-KEY
                          of FILE-SAVINGS-WDL-COUNT
               .

       data division.
       file section.
       fd Cycle-Control-File.
       01 CONTROL-LINE                     PIC X(08).
       fd Report-File.
       01 REPORT-LINE                      PIC X(100).
       fd EDelivery-File.
       01 EDELIVERY-RECORD.
        03 ED-ACCOUNT-ID                   PIC 9(10).
        03 ED-CUSTOMER-ID                  PIC 9(10).
        03 ED-CYCLE-START                  PIC 9(08).
       fd Statement-File.
       copy "STATEMENT-RECORD.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Wdl-Count-File.
       copy "SAVINGS-WDL-COUNT.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CUST==.
       copy "TRANSACTION-RECORD.cpy" replacing ==(PREFIX)==
                                                  by ==WS-TXN==.
       copy "PAYMENT-RECORD.cpy" replacing ==(PREFIX)== by ==WS-PAY==.
       copy "CONTACT-PREFERENCE.cpy"
                              replacing ==(PREFIX)== by ==WS-PREF==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-CUSTOMER-STATUS               PIC XX.
       01 WS-TRANSACTION-STATUS            PIC XX.
       01 WS-PAY-STATUS                    PIC XX.
       01 WS-PREFERENCE-STATUS             PIC XX.
       01 WS-STATEMENT-STATUS              PIC XX.
       01 WS-WDL-COUNT-STATUS              PIC XX.
       01 WS-CONTROL-STATUS                PIC XX.
       01 WS-REPORT-STATUS                 PIC XX.
       01 WS-EDELIVERY-STATUS              PIC XX.

       78 DEPOSIT-INTEREST-DESCRIPTION
                                VALUE "DEPOSIT INTEREST EARNED".
      *> The regulation formula's year, whatever the calendar.
       78 APY-DAYS-IN-YEAR                 VALUE 365.
      *> Within this many withdrawals of the limit the customer is
      *> warned before the next one costs money.
       78 WDL-WARNING-MARGIN               VALUE 1.

       01 WS-TODAY                         PIC 9(08).
       01 WS-CYCLE-START                   PIC 9(08).
       01 WS-CYCLE-START-PARTS REDEFINES WS-CYCLE-START.
        03 WS-CYCLE-YEAR                   PIC 9(04).
        03 WS-CYCLE-MONTH                  PIC 9(02).
        03 WS-CYCLE-DAY                    PIC 9(02).
       01 WS-CYCLE-END                     PIC 9(08).
       01 WS-YEAR-START                    PIC 9(08).
       01 WS-DAYS-IN-PERIOD                PIC 99 COMP-5.
       01 WS-ROW-DATE                      PIC 9(08).
       01 WS-ROW-DATE-PARTS REDEFINES WS-ROW-DATE.
        03 FILLER                          PIC 9(06).
        03 WS-ROW-DAY                      PIC 9(02).

       01 WS-PREFERENCE-FILE-FLAG          PIC X VALUE "N".
        88 PREFERENCE-FILE-IS-AVAILABLE        VALUE "Y".
       01 WS-WDL-COUNT-FILE-FLAG           PIC X VALUE "N".
        88 WDL-COUNT-FILE-IS-AVAILABLE         VALUE "Y".
      *> The cycle's rows are walked twice - once to total them and
      *> build the daily balance changes, once to list them.
       01 WS-WALK-MODE                     PIC X.
        88 WALK-TO-TOTAL                       VALUE "T".
        88 WALK-TO-PRINT                       VALUE "P".

      *> Net change to the customer's money on each day of the
      *> period, for the average daily balance.
       01 DAY-TABLE.
        03 DAY-NET-CHANGE OCCURS 31 TIMES  PIC S9(12)V99.
       01 DAY-INDEX                        PIC 99 COMP-5.

       01 WS-OPENING-BALANCE               PIC S9(12)V99.
       01 WS-CLOSING-BALANCE               PIC S9(12)V99.
       01 WS-TOTAL-DEPOSITS                PIC S9(12)V99.
       01 WS-TOTAL-WITHDRAWALS             PIC S9(12)V99.
       01 WS-TRANSFER-IN-AMOUNT            PIC S9(12)V99.
       01 WS-INTEREST-EARNED               PIC S9(12)V99.
       01 WS-YTD-INTEREST                  PIC S9(12)V99.
       01 WS-RUNNING-BALANCE               PIC S9(12)V99.
       01 WS-BALANCE-DAYS                  PIC S9(14)V99.
       01 WS-AVERAGE-BALANCE               PIC S9(12)V99.
       01 WS-PERIOD-YIELD                  PIC 9(3)V9(12) COMP-3.
       01 WS-YEAR-FRACTION                 PIC 9(3)V9(8) COMP-3.
       01 WS-APY-EARNED                    PIC 9(3)V99.
       01 WS-DEPOSIT-COUNT                 PIC 9(4) COMP-5.
       01 WS-WITHDRAWAL-COUNT              PIC 9(4) COMP-5.
       01 WS-WDL-NEAR-COUNT                PIC 9(4) COMP-5.

       01 WS-STATEMENTS-PRINTED            PIC 9(6) COMP-5 VALUE 0.
       01 WS-E-DELIVERIES                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-STATEMENTS-WITHHELD           PIC 9(6) COMP-5 VALUE 0.
       01 WS-NOT-YET-CUT                   PIC 9(6) COMP-5 VALUE 0.
       01 WS-WARNINGS-SHOWN                PIC 9(6) COMP-5 VALUE 0.
       01 WS-OUT-LINE                      PIC X(100).
       01 DISPLAY-CASH                     PIC -Z(12)9.99.
       01 DISPLAY-ID                       PIC Z(9)9.
       01 DISPLAY-APY                      PIC ZZ9.99.
       01 DISPLAY-DAYS                     PIC Z9.
       01 DISPLAY-COUNT                    PIC ZZZ9.
       01 DISPLAY-LIMIT                    PIC Z9.

      *> A relationship tier change the interest run put on the
      *> cycle's statement row, kept before the year-to-date walk
      *> reads the other rows.
       01 WS-TIER-CHANGE-FLAG              PIC X(01).
        88 TIER-CHANGED-THIS-CYCLE             VALUE "Y".
       01 WS-FROM-TIER                     PIC X(01).
       01 WS-TO-TIER                       PIC X(01).
       01 WS-TIER-BONUS                    PIC 9V9(4).
       01 WS-TIER-PERCENT                  PIC 99V99.

      *> The statement's fixed wording - each piece's wording file id
      *> and the English printed where the file has no row for it,
      *> then the wording as fetched for this customer's language.
       78 WORDING-MAX                      VALUE 22.
       01 WORDING-DEFAULTS.
        03 FILLER PIC X(08) VALUE "SV-TITLE".
        03 FILLER PIC X(80) VALUE "SAVINGS STATEMENT - ACCOUNT".
        03 FILLER PIC X(08) VALUE "SV-PERD".
        03 FILLER PIC X(80) VALUE "PERIOD".
        03 FILLER PIC X(08) VALUE "SV-TO".
        03 FILLER PIC X(80) VALUE "TO".
        03 FILLER PIC X(08) VALUE "SV-DAYS".
        03 FILLER PIC X(80) VALUE "DAYS IN PERIOD".
        03 FILLER PIC X(08) VALUE "SV-OPEN".
        03 FILLER PIC X(80) VALUE "OPENING BALANCE".
        03 FILLER PIC X(08) VALUE "SV-DEPS".
        03 FILLER PIC X(80) VALUE "DEPOSITS".
        03 FILLER PIC X(08) VALUE "SV-TOTDP".
        03 FILLER PIC X(80) VALUE "TOTAL DEPOSITS".
        03 FILLER PIC X(08) VALUE "SV-WDLS".
        03 FILLER PIC X(80) VALUE "WITHDRAWALS AND OTHER DEBITS".
        03 FILLER PIC X(08) VALUE "SV-TOTWD".
        03 FILLER PIC X(80) VALUE "TOTAL WITHDRAWALS".
        03 FILLER PIC X(08) VALUE "SV-INT".
        03 FILLER PIC X(80) VALUE "INTEREST EARNED".
        03 FILLER PIC X(08) VALUE "SV-CLOSE".
        03 FILLER PIC X(80) VALUE "CLOSING BALANCE".
        03 FILLER PIC X(08) VALUE "SV-APY".
        03 FILLER PIC X(80) VALUE "ANNUAL PERCENTAGE YIELD EARNED".
        03 FILLER PIC X(08) VALUE "SV-YTD".
        03 FILLER PIC X(80) VALUE "INTEREST YEAR TO DATE".
        03 FILLER PIC X(08) VALUE "SV-WDLCT".
        03 FILLER PIC X(80) VALUE "** WITHDRAWALS THIS PERIOD".
        03 FILLER PIC X(08) VALUE "SV-OF".
        03 FILLER PIC X(80) VALUE "OF".
        03 FILLER PIC X(08) VALUE "SV-ALLOW".
        03 FILLER PIC X(80) VALUE "ALLOWED".
        03 FILLER PIC X(08) VALUE "SV-EXFEE".
        03 FILLER PIC X(80) VALUE
                   "** EXCESS WITHDRAWAL FEES HAVE BEEN CHARGED".
        03 FILLER PIC X(08) VALUE "SV-MAYFE".
        03 FILLER PIC X(80) VALUE
                   "** FURTHER WITHDRAWALS THIS PERIOD MAY INCUR A FEE".
        03 FILLER PIC X(08) VALUE "SV-TIER".
        03 FILLER PIC X(80) VALUE
                   "RELATIONSHIP PRICING TIER CHANGED FROM".
        03 FILLER PIC X(08) VALUE "SV-TIERT".
        03 FILLER PIC X(80) VALUE "TO".
        03 FILLER PIC X(08) VALUE "SV-TBON".
        03 FILLER PIC X(80) VALUE "RATE BONUS NOW IN FORCE".
        03 FILLER PIC X(08) VALUE "SV-TENDB".
        03 FILLER PIC X(80) VALUE
                   "RELATIONSHIP RATE BONUS ON THIS ACCOUNT HAS ENDED".
       01 WORDING-DEFAULT-TABLE REDEFINES WORDING-DEFAULTS.
        03 WORDING-DEFAULT OCCURS 22 TIMES.
         05 WDD-TEXT-ID                     PIC X(08).
         05 WDD-TEXT                        PIC X(80).
       01 WORDING-TABLE.
        03 WD-TEXT                         PIC X(80) OCCURS 22 TIMES.
       01 WORDING-INDEX                    PIC 99 COMP-5.
       78 WD-TITLE                         VALUE 1.
       78 WD-PERIOD                        VALUE 2.
       78 WD-TO                            VALUE 3.
       78 WD-DAYS                          VALUE 4.
       78 WD-OPENING                       VALUE 5.
       78 WD-DEPOSITS                      VALUE 6.
       78 WD-TOTAL-DEPOSITS                VALUE 7.
       78 WD-WITHDRAWALS                   VALUE 8.
       78 WD-TOTAL-WITHDRAWALS             VALUE 9.
       78 WD-INTEREST                      VALUE 10.
       78 WD-CLOSING                       VALUE 11.
       78 WD-APY                           VALUE 12.
       78 WD-YTD                           VALUE 13.
       78 WD-WDL-COUNT                     VALUE 14.
       78 WD-OF                            VALUE 15.
       78 WD-ALLOWED                       VALUE 16.
       78 WD-EXCESS-FEES                   VALUE 17.
       78 WD-MAY-INCUR-FEE                 VALUE 18.
       78 WD-TIER-FROM                     VALUE 19.
       78 WD-TIER-TO                       VALUE 20.
       78 WD-TIER-BONUS                    VALUE 21.
       78 WD-TIER-ENDED                    VALUE 22.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform DETERMINE-CYCLE
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform STATE-ALL-ACCOUNTS
               perform CLOSE-FILES
           end-if
           display "*** Savings statement cycle:   " WS-CYCLE-START
           display "*** Paper statements printed:  "
                   WS-STATEMENTS-PRINTED
           display "*** Electronic deliveries:     " WS-E-DELIVERIES
           display "*** Withheld, undeliverable:   "
                   WS-STATEMENTS-WITHHELD
           display "*** No statement row yet:      " WS-NOT-YET-CUT
           display "*** Withdrawal warnings shown: " WS-WARNINGS-SHOWN
           call REPORT-TEXT-FALLBACKS
           stop run.

       DETERMINE-CYCLE SECTION.
           move WS-TODAY to WS-CYCLE-START
           open input Cycle-Control-File
           if WS-CONTROL-STATUS = "00"
               read Cycle-Control-File
                   at end move "10" to WS-CONTROL-STATUS
               end-read
               if WS-CONTROL-STATUS = "00"
                       and CONTROL-LINE(1:6) is numeric
                       and CONTROL-LINE(5:2) >= "01"
                       and CONTROL-LINE(5:2) <= "12"
                   move CONTROL-LINE(1:6) to WS-CYCLE-START(1:6)
               end-if
               close Cycle-Control-File
           end-if
           move 1 to WS-CYCLE-DAY
           call GET-DAYS-IN-MONTH using by reference WS-CYCLE-START
                                                     WS-DAYS-IN-PERIOD
           move WS-CYCLE-START to WS-CYCLE-END
           move WS-DAYS-IN-PERIOD to WS-CYCLE-END(7:2)
           move WS-CYCLE-START to WS-YEAR-START
           move "0101" to WS-YEAR-START(5:4)
           .

       OPEN-FILES SECTION.
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           if FILE-STATUS <> "00"
               display "*** Could not open account file, status "
                       FILE-STATUS
               exit section
           end-if
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               display "*** Could not open customer file, status "
                       WS-CUSTOMER-STATUS
               move WS-CUSTOMER-STATUS to FILE-STATUS
               exit section
           end-if
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           if WS-TRANSACTION-STATUS <> "00"
               display "*** Could not open transaction file, status "
                       WS-TRANSACTION-STATUS
               move WS-TRANSACTION-STATUS to FILE-STATUS
               exit section
           end-if
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-PAYMENT-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-PAY-STATUS
           if WS-PAY-STATUS <> "00"
               display "*** Could not open payment file, status "
                       WS-PAY-STATUS
               move WS-PAY-STATUS to FILE-STATUS
               exit section
           end-if
           open input Statement-File
           if WS-STATEMENT-STATUS <> "00"
               display "*** Could not open statement file, status "
                       WS-STATEMENT-STATUS
               move WS-STATEMENT-STATUS to FILE-STATUS
               exit section
           end-if
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-PREFERENCE-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-PREFERENCE-STATUS
           if WS-PREFERENCE-STATUS = "00"
               set PREFERENCE-FILE-IS-AVAILABLE to true
           end-if
      *>   No count file means the monitor has not run - no warnings.
           open input Wdl-Count-File
           if WS-WDL-COUNT-STATUS = "00"
               set WDL-COUNT-FILE-IS-AVAILABLE to true
           end-if
           open output Report-File
           open output EDelivery-File
           .

       STATE-ALL-ACCOUNTS SECTION.
           move 0 to WS-ACCOUNT-ID of WS-ACCOUNT
           move START-READ to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           perform READ-NEXT-ACCOUNT
           perform until FILE-STATUS <> "00"
               if WS-TYPE-SAVINGS and WS-ACCOUNT-OPEN
                   perform STATE-ONE-ACCOUNT
               end-if
               perform READ-NEXT-ACCOUNT
           end-perform
           move "00" to FILE-STATUS
           .

       READ-NEXT-ACCOUNT SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           .

      *> No statement row for the cycle means SavingsInterestRun has
      *> not closed it yet - the account is counted and skipped
      *> rather than stated on figures that may still move.
       STATE-ONE-ACCOUNT SECTION.
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                        FILE-ACCOUNT-ID of FILE-STATEMENT-RECORD
           move WS-CYCLE-START to
                        FILE-CYCLE-START-DATE of FILE-STATEMENT-RECORD
           read Statement-File key is FILE-STATEMENT-KEY
                                    of FILE-STATEMENT-RECORD
           if WS-STATEMENT-STATUS <> "00"
               move "00" to WS-STATEMENT-STATUS
               add 1 to WS-NOT-YET-CUT
               exit section
           end-if
           compute WS-CLOSING-BALANCE = 0
                   - FILE-ENDING-BALANCE of FILE-STATEMENT-RECORD
           compute WS-INTEREST-EARNED = 0
                   - FILE-INTEREST-CHARGED of FILE-STATEMENT-RECORD
           move FILE-REL-TIER-CHANGE-FLAG of FILE-STATEMENT-RECORD
                                            to WS-TIER-CHANGE-FLAG
           move FILE-REL-PRIOR-TIER of FILE-STATEMENT-RECORD
                                            to WS-FROM-TIER
           move FILE-REL-TIER of FILE-STATEMENT-RECORD to WS-TO-TIER
           move FILE-REL-SAVINGS-BONUS of FILE-STATEMENT-RECORD
                                            to WS-TIER-BONUS
           move 0 to WS-TOTAL-DEPOSITS WS-TOTAL-WITHDRAWALS
           move 0 to WS-DEPOSIT-COUNT WS-WITHDRAWAL-COUNT
           initialize DAY-TABLE
           set WALK-TO-TOTAL to true
           perform WALK-DEPOSITS
           perform WALK-WITHDRAWALS
           compute WS-OPENING-BALANCE = WS-CLOSING-BALANCE
                   - WS-TOTAL-DEPOSITS + WS-TOTAL-WITHDRAWALS
                   - WS-INTEREST-EARNED
           perform COMPUTE-APY-EARNED
           perform TOTAL-YTD-INTEREST
           perform DELIVER-THE-STATEMENT
           .

      *> Deposits are the payment rows PaymentPosting put on the
      *> account in the cycle.
       WALK-DEPOSITS SECTION.
           move WS-ACCOUNT-ID of WS-ACCOUNT to WS-PAY-ACCOUNT-ID
           call FIND-PAYMENT-BY-ACCOUNT using by value START-READ
                                    by reference WS-PAY-PAYMENT-RECORD
                                                 WS-PAY-STATUS
           if WS-PAY-STATUS = "00"
               perform READ-NEXT-PAYMENT
           end-if
           perform until (WS-PAY-STATUS <> "00"
                              and WS-PAY-STATUS <> "02")
                      or WS-PAY-ACCOUNT-ID
                              <> WS-ACCOUNT-ID of WS-ACCOUNT
               move WS-PAY-PAYMENT-DATE to WS-ROW-DATE
               if WS-ROW-DATE >= WS-CYCLE-START
                       and WS-ROW-DATE <= WS-CYCLE-END
                   if WALK-TO-TOTAL
                       add 1 to WS-DEPOSIT-COUNT
                       add WS-PAY-AMOUNT to WS-TOTAL-DEPOSITS
                       add WS-PAY-AMOUNT to DAY-NET-CHANGE(WS-ROW-DAY)
                   else
                       move WS-PAY-AMOUNT to DISPLAY-CASH
                       perform EMIT-ACTIVITY-LINE
                   end-if
               end-if
               perform READ-NEXT-PAYMENT
           end-perform
           move "00" to WS-PAY-STATUS
           perform WALK-TRANSFERS-IN
           .

      *> A transfer in from another of the customer's accounts is a
      *> deposit too. The transfer engine writes the leg paid into
      *> an account as a credit - a negative INTERNAL-TRANSFER row -
      *> so it is found on the transaction rows and shown as the
      *> money it adds.
       WALK-TRANSFERS-IN SECTION.
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                        WS-TXN-ACCOUNT-ID of WS-TXN-TRANSACTION-RECORD
           call FIND-TRANSACTION-BY-ACCOUNT using by value START-READ
                        by reference WS-TXN-TRANSACTION-RECORD
                                     WS-TRANSACTION-STATUS
           if WS-TRANSACTION-STATUS <> "00"
               move "00" to WS-TRANSACTION-STATUS
               exit section
           end-if
           perform READ-NEXT-TXN
           perform until WS-TRANSACTION-STATUS <> "00"
                      or WS-TXN-ACCOUNT-ID
                           of WS-TXN-TRANSACTION-RECORD <>
                         WS-ACCOUNT-ID of WS-ACCOUNT
               move WS-TXN-TRANS-DATE to WS-ROW-DATE
               if WS-ROW-DATE >= WS-CYCLE-START
                       and WS-ROW-DATE <= WS-CYCLE-END
                       and WS-TXN-TYPE-INTERNAL-TRANSFER
                              of WS-TXN-TRANSACTION-RECORD
                       and WS-TXN-AMOUNT of WS-TXN-TRANSACTION-RECORD
                                                               < 0
                   compute WS-TRANSFER-IN-AMOUNT = 0 -
                       WS-TXN-AMOUNT of WS-TXN-TRANSACTION-RECORD
                   if WALK-TO-TOTAL
                       add 1 to WS-DEPOSIT-COUNT
                       add WS-TRANSFER-IN-AMOUNT to WS-TOTAL-DEPOSITS
                       add WS-TRANSFER-IN-AMOUNT
                                       to DAY-NET-CHANGE(WS-ROW-DAY)
                   else
                       move WS-TRANSFER-IN-AMOUNT to DISPLAY-CASH
                       perform EMIT-ACTIVITY-LINE
                   end-if
               end-if
               perform READ-NEXT-TXN
           end-perform
           move "00" to WS-TRANSACTION-STATUS
           .

       READ-NEXT-PAYMENT SECTION.
           call FIND-PAYMENT-BY-ACCOUNT using by value READ-NEXT
                                    by reference WS-PAY-PAYMENT-RECORD
                                                 WS-PAY-STATUS
           .

      *> Withdrawals and other debits are the cycle's transaction
      *> rows - the withdrawals and transfers out the withdrawal
      *> monitor counts and the fees it posts - bar the interest
      *> credit, which the statement row carries, and the transfers
      *> in, which are deposits.
       WALK-WITHDRAWALS SECTION.
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                        WS-TXN-ACCOUNT-ID of WS-TXN-TRANSACTION-RECORD
           call FIND-TRANSACTION-BY-ACCOUNT using by value START-READ
                        by reference WS-TXN-TRANSACTION-RECORD
                                     WS-TRANSACTION-STATUS
           if WS-TRANSACTION-STATUS <> "00"
               move "00" to WS-TRANSACTION-STATUS
               exit section
           end-if
           perform READ-NEXT-TXN
           perform until WS-TRANSACTION-STATUS <> "00"
                      or WS-TXN-ACCOUNT-ID
                           of WS-TXN-TRANSACTION-RECORD <>
                         WS-ACCOUNT-ID of WS-ACCOUNT
               move WS-TXN-TRANS-DATE to WS-ROW-DATE
               if WS-ROW-DATE >= WS-CYCLE-START
                       and WS-ROW-DATE <= WS-CYCLE-END
                       and WS-TXN-DESCRIPTION
                              of WS-TXN-TRANSACTION-RECORD
                           <> DEPOSIT-INTEREST-DESCRIPTION
                       and not (WS-TXN-TYPE-INTERNAL-TRANSFER
                                 of WS-TXN-TRANSACTION-RECORD
                           and WS-TXN-AMOUNT
                                 of WS-TXN-TRANSACTION-RECORD < 0)
                   if WALK-TO-TOTAL
                       add 1 to WS-WITHDRAWAL-COUNT
                       add WS-TXN-AMOUNT of WS-TXN-TRANSACTION-RECORD
                                       to WS-TOTAL-WITHDRAWALS
                       subtract WS-TXN-AMOUNT
                                       of WS-TXN-TRANSACTION-RECORD
                                from DAY-NET-CHANGE(WS-ROW-DAY)
                   else
                       move WS-TXN-AMOUNT of WS-TXN-TRANSACTION-RECORD
                                       to DISPLAY-CASH
                       perform EMIT-ACTIVITY-LINE
                   end-if
               end-if
               perform READ-NEXT-TXN
           end-perform
           move "00" to WS-TRANSACTION-STATUS
           .

       READ-NEXT-TXN SECTION.
           call FIND-TRANSACTION-BY-ACCOUNT using by value READ-NEXT
                        by reference WS-TXN-TRANSACTION-RECORD
                                     WS-TRANSACTION-STATUS
           .

      *> The regulation's APY earned on the average daily balance:
      *> the opening balance carried day by day through the
      *> period's deposits and debits. Interest is credited at the
      *> period end so it is not part of the balance it was earned
      *> on. No balance or no interest is a zero yield.
       COMPUTE-APY-EARNED SECTION.
           move 0 to WS-APY-EARNED
           move WS-OPENING-BALANCE to WS-RUNNING-BALANCE
           move 0 to WS-BALANCE-DAYS
           perform varying DAY-INDEX from 1 by 1
                       until DAY-INDEX > WS-DAYS-IN-PERIOD
               add DAY-NET-CHANGE(DAY-INDEX) to WS-RUNNING-BALANCE
               add WS-RUNNING-BALANCE to WS-BALANCE-DAYS
           end-perform
           compute WS-AVERAGE-BALANCE rounded =
                   WS-BALANCE-DAYS / WS-DAYS-IN-PERIOD
           if WS-AVERAGE-BALANCE <= 0 or WS-INTEREST-EARNED <= 0
               exit section
           end-if
           compute WS-PERIOD-YIELD rounded =
                   1 + WS-INTEREST-EARNED / WS-AVERAGE-BALANCE
           compute WS-YEAR-FRACTION rounded =
                   APY-DAYS-IN-YEAR / WS-DAYS-IN-PERIOD
           compute WS-APY-EARNED rounded =
                   100 * (WS-PERIOD-YIELD ** WS-YEAR-FRACTION - 1)
               on size error
                   move 999.99 to WS-APY-EARNED
           end-compute
           .

      *> Year-to-date interest - the interest credited on this
      *> year's statement rows up to and including this cycle's.
       TOTAL-YTD-INTEREST SECTION.
           move 0 to WS-YTD-INTEREST
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                        FILE-ACCOUNT-ID of FILE-STATEMENT-RECORD
           move WS-YEAR-START to
                        FILE-CYCLE-START-DATE of FILE-STATEMENT-RECORD
           start Statement-File key >= FILE-STATEMENT-KEY
                                    of FILE-STATEMENT-RECORD
           if WS-STATEMENT-STATUS <> "00"
               move "00" to WS-STATEMENT-STATUS
               exit section
           end-if
           perform READ-NEXT-STATEMENT
           perform until WS-STATEMENT-STATUS <> "00"
                      or FILE-ACCOUNT-ID of FILE-STATEMENT-RECORD <>
                         WS-ACCOUNT-ID of WS-ACCOUNT
                      or FILE-CYCLE-START-DATE
                              of FILE-STATEMENT-RECORD
                         > WS-CYCLE-START
               subtract FILE-INTEREST-CHARGED of FILE-STATEMENT-RECORD
                               from WS-YTD-INTEREST
               perform READ-NEXT-STATEMENT
           end-perform
           move "00" to WS-STATEMENT-STATUS
           .

       READ-NEXT-STATEMENT SECTION.
           read Statement-File next
               at end move "10" to WS-STATEMENT-STATUS
           end-read
           .

       DELIVER-THE-STATEMENT SECTION.
           move space to WS-PREF-DELIVERY-CHANNEL
           if PREFERENCE-FILE-IS-AVAILABLE
               move WS-CUSTOMER-ID of WS-ACCOUNT to
                    WS-PREF-CUSTOMER-ID of WS-PREF-CONTACT-PREFERENCE
               call FIND-PREFERENCE-BY-CUSTOMER using
                             by reference WS-PREF-CONTACT-PREFERENCE
                                          WS-PREFERENCE-STATUS
               if WS-PREFERENCE-STATUS <> "00"
                   move space to WS-PREF-DELIVERY-CHANNEL
               end-if
               move "00" to WS-PREFERENCE-STATUS
           end-if
           move WS-CUSTOMER-ID of WS-ACCOUNT to
                    WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
           call FIND-CUSTOMER-ID using by value START-READ
                        by reference WS-CUST-CUSTOMER-RECORD
                                     WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               move "N" to WS-CUST-ADDRESS-UNDELIVERABLE-FLAG
               move spaces to WS-CUST-PREFERRED-LANGUAGE
               move spaces to WS-CUST-FIRST-NAME
               move spaces to WS-CUST-LAST-NAME
                                    of WS-CUST-CUSTOMER-RECORD
           end-if
           move "00" to WS-CUSTOMER-STATUS
           evaluate true
               when WS-PREF-DELIVERY-ELECTRONIC
                   perform WRITE-EDELIVERY-ROW
               when WS-CUST-ADDRESS-IS-UNDELIVERABLE
                       and WS-PREF-DELIVERY-BOTH
                   perform WRITE-EDELIVERY-ROW
               when WS-CUST-ADDRESS-IS-UNDELIVERABLE
                   add 1 to WS-STATEMENTS-WITHHELD
                   move WS-ACCOUNT-ID of WS-ACCOUNT to DISPLAY-ID
                   display "*** Savings statement withheld - address "
                           "undeliverable, account " DISPLAY-ID
               when other
                   perform PRINT-THE-STATEMENT
                   add 1 to WS-STATEMENTS-PRINTED
           end-evaluate
           .

       WRITE-EDELIVERY-ROW SECTION.
           move WS-ACCOUNT-ID of WS-ACCOUNT to ED-ACCOUNT-ID
           move WS-CUSTOMER-ID of WS-ACCOUNT to ED-CUSTOMER-ID
           move WS-CYCLE-START to ED-CYCLE-START
           write EDELIVERY-RECORD
           add 1 to WS-E-DELIVERIES
           .

       PRINT-THE-STATEMENT SECTION.
           perform LOAD-STATEMENT-WORDING
           move all "=" to WS-OUT-LINE
           perform EMIT-LINE
           move WS-ACCOUNT-ID of WS-ACCOUNT to DISPLAY-ID
           move spaces to WS-OUT-LINE
           string WD-TEXT(WD-TITLE) delimited by "  "
                  " " delimited by size
                  DISPLAY-ID delimited by size
                  into WS-OUT-LINE
           perform EMIT-LINE
           move spaces to WS-OUT-LINE
           string "  " delimited by size
                  WS-CUST-FIRST-NAME delimited by "  "
                  " " delimited by size
                  WS-CUST-LAST-NAME of WS-CUST-CUSTOMER-RECORD
                                    delimited by "  "
                  into WS-OUT-LINE
           perform EMIT-LINE
           move WS-DAYS-IN-PERIOD to DISPLAY-DAYS
           move spaces to WS-OUT-LINE
           string "  " delimited by size
                  WD-TEXT(WD-PERIOD) delimited by "  "
                  " " delimited by size
                  WS-CYCLE-START delimited by size
                  " " delimited by size
                  WD-TEXT(WD-TO) delimited by "  "
                  " " delimited by size
                  WS-CYCLE-END delimited by size
                  "   " delimited by size
                  WD-TEXT(WD-DAYS) delimited by "  "
                  " " delimited by size
                  DISPLAY-DAYS delimited by size
                  into WS-OUT-LINE
           perform EMIT-LINE
           move WS-OPENING-BALANCE to DISPLAY-CASH
           move spaces to WS-OUT-LINE
           string "  " delimited by size
                  WD-TEXT(WD-OPENING)(1:22) delimited by size
                  DISPLAY-CASH delimited by size
                  into WS-OUT-LINE
           perform EMIT-LINE
           set WALK-TO-PRINT to true
           move spaces to WS-OUT-LINE
           string "  " delimited by size
                  WD-TEXT(WD-DEPOSITS) delimited by "  "
                  into WS-OUT-LINE
           perform EMIT-LINE
           perform WALK-DEPOSITS
           move WS-TOTAL-DEPOSITS to DISPLAY-CASH
           move spaces to WS-OUT-LINE
           string "  " delimited by size
                  WD-TEXT(WD-TOTAL-DEPOSITS)(1:22) delimited by size
                  DISPLAY-CASH delimited by size
                  into WS-OUT-LINE
           perform EMIT-LINE
           move spaces to WS-OUT-LINE
           string "  " delimited by size
                  WD-TEXT(WD-WITHDRAWALS) delimited by "  "
                  into WS-OUT-LINE
           perform EMIT-LINE
           perform WALK-WITHDRAWALS
           move WS-TOTAL-WITHDRAWALS to DISPLAY-CASH
           move spaces to WS-OUT-LINE
           string "  " delimited by size
                  WD-TEXT(WD-TOTAL-WITHDRAWALS)(1:22) delimited by size
                  DISPLAY-CASH delimited by size
                  into WS-OUT-LINE
           perform EMIT-LINE
           move WS-INTEREST-EARNED to DISPLAY-CASH
           move spaces to WS-OUT-LINE
           string "  " delimited by size
                  WD-TEXT(WD-INTEREST)(1:22) delimited by size
                  DISPLAY-CASH delimited by size
                  into WS-OUT-LINE
           perform EMIT-LINE
           move WS-CLOSING-BALANCE to DISPLAY-CASH
           move spaces to WS-OUT-LINE
           string "  " delimited by size
                  WD-TEXT(WD-CLOSING)(1:22) delimited by size
                  DISPLAY-CASH delimited by size
                  into WS-OUT-LINE
           perform EMIT-LINE
           move WS-APY-EARNED to DISPLAY-APY
           move spaces to WS-OUT-LINE
           string "  " delimited by size
                  WD-TEXT(WD-APY) delimited by "  "
                  " " delimited by size
                  DISPLAY-APY delimited by size
                  "%" delimited by size
                  into WS-OUT-LINE
           perform EMIT-LINE
           move WS-YTD-INTEREST to DISPLAY-CASH
           move spaces to WS-OUT-LINE
           string "  " delimited by size
                  WD-TEXT(WD-YTD)(1:22) delimited by size
                  DISPLAY-CASH delimited by size
                  into WS-OUT-LINE
           perform EMIT-LINE
           if TIER-CHANGED-THIS-CYCLE
               perform PRINT-TIER-CHANGE
           end-if
           perform PRINT-WITHDRAWAL-WARNING
           .

      *> The tiers moved between (a dash for no tier) and the rate
      *> bonus the account now earns - or that the bonus has ended.
       PRINT-TIER-CHANGE SECTION.
           if WS-FROM-TIER = space
               move "-" to WS-FROM-TIER
           end-if
           if WS-TO-TIER = space
               move "-" to WS-TO-TIER
           end-if
           move spaces to WS-OUT-LINE
           string "  " delimited by size
                  WD-TEXT(WD-TIER-FROM) delimited by "  "
                  " " delimited by size
                  WS-FROM-TIER delimited by size
                  " " delimited by size
                  WD-TEXT(WD-TIER-TO) delimited by "  "
                  " " delimited by size
                  WS-TO-TIER delimited by size
                  into WS-OUT-LINE
           perform EMIT-LINE
           move spaces to WS-OUT-LINE
           if WS-TIER-BONUS = 0
               string "  " delimited by size
                      WD-TEXT(WD-TIER-ENDED) delimited by "  "
                      into WS-OUT-LINE
           else
               compute WS-TIER-PERCENT = WS-TIER-BONUS * 100
               move WS-TIER-PERCENT to DISPLAY-APY
               string "  " delimited by size
                      WD-TEXT(WD-TIER-BONUS) delimited by "  "
                      " " delimited by size
                      DISPLAY-APY delimited by size
                      "%" delimited by size
                      into WS-OUT-LINE
           end-if
           perform EMIT-LINE
           .

      *> Each piece of the statement's wording in the customer's
      *> language - spaces on an older record read as English - the
      *> English default standing wherever the wording file is
      *> silent.
       LOAD-STATEMENT-WORDING SECTION.
           perform varying WORDING-INDEX from 1 by 1
                       until WORDING-INDEX > WORDING-MAX
               move WDD-TEXT(WORDING-INDEX) to WD-TEXT(WORDING-INDEX)
               call GET-STATEMENT-TEXT using by reference
                                         WDD-TEXT-ID(WORDING-INDEX)
                                         WS-CUST-PREFERRED-LANGUAGE
                                         WD-TEXT(WORDING-INDEX)
           end-perform
           .

      *> The listing line for one deposit or debit - the row date
      *> and the amount already edited into DISPLAY-CASH.
       EMIT-ACTIVITY-LINE SECTION.
           move spaces to WS-OUT-LINE
           string "    " delimited by size
                  WS-ROW-DATE delimited by size
                  "            " delimited by size
                  DISPLAY-CASH delimited by size
                  into WS-OUT-LINE
           perform EMIT-LINE
           .

      *> The monitor's count for the cycle against the limit it
      *> counted with: past the limit the fees have started, at or
      *> within the margin of it the next withdrawal may cost money.
       PRINT-WITHDRAWAL-WARNING SECTION.
           if not WDL-COUNT-FILE-IS-AVAILABLE
               exit section
           end-if
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                   FILE-WDL-ACCOUNT-ID of FILE-SAVINGS-WDL-COUNT
           move WS-CYCLE-START to FILE-WDL-CYCLE-START
           read Wdl-Count-File key is FILE-WDL-COUNT-KEY
                                    of FILE-SAVINGS-WDL-COUNT
           if WS-WDL-COUNT-STATUS <> "00"
               move "00" to WS-WDL-COUNT-STATUS
               exit section
           end-if
           move 0 to WS-WDL-NEAR-COUNT
           if FILE-WDL-LIMIT > WDL-WARNING-MARGIN
               compute WS-WDL-NEAR-COUNT =
                       FILE-WDL-LIMIT - WDL-WARNING-MARGIN
           end-if
           if FILE-WDL-COUNT < WS-WDL-NEAR-COUNT
               exit section
           end-if
           add 1 to WS-WARNINGS-SHOWN
           move FILE-WDL-COUNT to DISPLAY-COUNT
           move FILE-WDL-LIMIT to DISPLAY-LIMIT
           move spaces to WS-OUT-LINE
           string "  " delimited by size
                  WD-TEXT(WD-WDL-COUNT) delimited by "  "
                  " " delimited by size
                  DISPLAY-COUNT delimited by size
                  " " delimited by size
                  WD-TEXT(WD-OF) delimited by "  "
                  " " delimited by size
                  DISPLAY-LIMIT delimited by size
                  " " delimited by size
                  WD-TEXT(WD-ALLOWED) delimited by "  "
                  into WS-OUT-LINE
           perform EMIT-LINE
           move spaces to WS-OUT-LINE
           if FILE-WDL-COUNT > FILE-WDL-LIMIT
               string "  " delimited by size
                      WD-TEXT(WD-EXCESS-FEES) delimited by "  "
                      into WS-OUT-LINE
           else
               string "  " delimited by size
                      WD-TEXT(WD-MAY-INCUR-FEE) delimited by "  "
                      into WS-OUT-LINE
           end-if
           perform EMIT-LINE
           .

       EMIT-LINE SECTION.
           move WS-OUT-LINE to REPORT-LINE
           write REPORT-LINE
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-PAYMENT-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-PAY-STATUS
           if PREFERENCE-FILE-IS-AVAILABLE
               move CLOSE-FILE to WS-FUNCTION-CODE
               call OPEN-PREFERENCE-FILE using by value
                                        WS-FUNCTION-CODE
                                        by reference
                                        WS-PREFERENCE-STATUS
           end-if
           if WDL-COUNT-FILE-IS-AVAILABLE
               close Wdl-Count-File
           end-if
           close Statement-File
           close Report-File
           close EDelivery-File
           .
