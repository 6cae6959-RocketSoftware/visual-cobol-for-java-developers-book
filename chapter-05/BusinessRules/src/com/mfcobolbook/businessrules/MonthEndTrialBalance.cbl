      *> subtotal line. An account whose currency has no rate on
      *> file is carried at par and counted on an exceptions line -
      *> visibly wrong beats silently wrong.
      *> A whole-book run also appends its control totals - count,
      *> account ID hash, raw balance hash and base grand total - to
      *> the trial balance control file, where the reporting
      *> warehouse load ties its balance snapshot facts back to them.
       program-id. MonthEndTrialBalance.

       environment division.
               access mode is dynamic
               record key is FILE-CURRENCY-CODE of FILE-EXCHANGE-RATE
               .
           select Control-File
               assign to external trialBalanceControlFile
               organization is line sequential
               file status is WS-CONTROL-STATUS
               .

       data division.
       file section.
       01 INST-FILTER-LINE                 PIC X(03).
       fd ExchangeRate-File.
       copy "EXCHANGE-RATE.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Control-File.
       copy "TRIAL-BALANCE-CONTROL.cpy"
                              replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       01 WS-ACCOUNT-COUNT                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-ACCOUNT-ID-HASH               PIC 9(12) COMP-5 VALUE 0.
       01 WS-GRAND-TOTAL                   PIC S9(12)V99 VALUE 0.
       01 WS-BALANCE-HASH                  PIC S9(14)V99 VALUE 0.
       01 WS-CONTROL-STATUS                PIC XX.
       01 WS-TODAY                         PIC 9(08).

       01 WS-CREDIT-COUNT                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-CHARGE-COUNT                  PIC 9(6) COMP-5 VALUE 0.
           if FILE-STATUS = "00"
               perform SCAN-ACCOUNTS
               perform CLOSE-ACCOUNTS
               perform WRITE-CONTROL-TOTALS
           end-if
           perform DISPLAY-TRIAL-BALANCE
           perform DISPLAY-RECONCILIATION
           end-if
           add 1 to WS-ACCOUNT-COUNT
           add WS-ACCOUNT-ID to WS-ACCOUNT-ID-HASH
           add WS-BALANCE to WS-BALANCE-HASH
           if WS-ACCOUNT-CHARGED-OFF
               add 1 to WS-CHARGED-OFF-ACCOUNTS
           end-if
               when WS-TYPE-CHARGE-CARD
                   add 1 to WS-CHARGE-COUNT
                   add WS-BASE-BALANCE to WS-CHARGE-TOTAL
               when WS-TYPE-DEPOSIT
                   add 1 to WS-SAVINGS-COUNT
                   add WS-BASE-BALANCE to WS-SAVINGS-TOTAL
           end-evaluate
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           .
      *> A filtered run is one affiliate's slice, not the book, so it
      *> leaves no control row for anyone to tie out against.
       WRITE-CONTROL-TOTALS SECTION.
           if INSTITUTION-FILTER-IS-ON
               exit section
           end-if
           open extend Control-File
           if WS-CONTROL-STATUS = "35" or WS-CONTROL-STATUS = "05"
               open output Control-File
           end-if
           if WS-CONTROL-STATUS <> "00"
               display "*** Could not open trial balance control file"
                       ", status " WS-CONTROL-STATUS
               exit section
           end-if
           call GET-PROCESSING-DATE using by reference WS-TODAY
           move WS-TODAY to FILE-TB-RUN-DATE
           accept FILE-TB-RUN-TIME from TIME
           move WS-ACCOUNT-COUNT to FILE-TB-ACCOUNT-COUNT
           move WS-ACCOUNT-ID-HASH to FILE-TB-ACCOUNT-ID-HASH
           move WS-BALANCE-HASH to FILE-TB-BALANCE-HASH
           move WS-GRAND-TOTAL to FILE-TB-GRAND-TOTAL
           write FILE-TRIAL-BALANCE-CONTROL
           close Control-File
           .
       DISPLAY-TRIAL-BALANCE SECTION.
           display "*** Month-end trial balance (all figures "
                   BASE-CURRENCY ") ***"
                   WS-CHARGEOFF-OUTSTANDING
                   + WS-CHG-CHARGED-OFF-AMOUNT
                   - WS-CHG-RECOVERED-TO-DATE
                   - WS-CHG-FORGIVEN-AMOUNT
               move READ-NEXT to WS-FUNCTION-CODE-2
               call READ-CHARGEOFF-RECORD using by value
                                        WS-FUNCTION-CODE-2
