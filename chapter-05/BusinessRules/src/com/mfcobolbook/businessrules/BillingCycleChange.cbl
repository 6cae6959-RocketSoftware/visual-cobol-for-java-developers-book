      *> account under lock, a pro-rated STATEMENT-RECORD is written
      *> for the stub, and the account flips to its new cycle day.
      *> An account with no statement history yet simply flips: there
      *> is no priced period to pro-rate. The day of the move is kept
      *> on the account, so the cycle-day rebalancing plan never moves
      *> the same account twice within a year. The plan is written in
      *> this run's control-line format and is worked by it as is.
      *> A card under a corporate-liability company only ever moves
      *> onto the company's cycle day - the consolidated company bill
      *> is built on that day - whatever the control line asks.
       program-id. BillingCycleChange.

       environment division.
       copy "DATE.cpy" replacing ==(PREFIX)== by ==WS-STUB-START==.
       copy "DATE.cpy" replacing ==(PREFIX)== by ==WS-STUB-END==.
       copy "DATE.cpy" replacing ==(PREFIX)== by ==WS-CURSOR==.
       copy "COMPANY-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 WS-CALC-STATUS-1                PIC X.
        03 WS-CALC-STATUS-2                PIC X.
       01 WS-CONTROL-STATUS                PIC XX.
       01 WS-LOOKUP-STATUS                 PIC XX.

       01 WS-TODAY                         PIC 9(08).

               display "*** Could not open cycle change file, "
                       "status " WS-CONTROL-STATUS
           end-if
      *>   No company file just means no commercial cards - a line
      *>   for a card that does name a company is then refused.
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-COMPANY-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-LOOKUP-STATUS
           .

       PROCESS-CONTROL-FILE SECTION.
                       WS-CONTROL-NEW-DAY ": " WS-CONTROL-ACCOUNT-ID
               exit section
           end-if
           if WS-COMPANY-ID of WS-ACCOUNT <> 0
               move WS-COMPANY-ID of WS-ACCOUNT to
                            WS-COMPANY-ID of WS-COMPANY-RECORD
               call FIND-COMPANY-BY-ID using
                            by reference WS-COMPANY-RECORD
                                         WS-LOOKUP-STATUS
               if WS-LOOKUP-STATUS <> "00"
                   add 1 to WS-REJECT-COUNT
                   call UNLOCK-ACCOUNT-RECORD using by reference
                                                       FILE-STATUS
                   display "*** Company not found for cycle change: "
                           WS-CONTROL-ACCOUNT-ID
                   exit section
               end-if
               if WS-CORPORATE-LIABILITY
                       and WS-CONTROL-NEW-DAY <> WS-COMPANY-CYCLE-DAY
                   add 1 to WS-REJECT-COUNT
                   call UNLOCK-ACCOUNT-RECORD using by reference
                                                       FILE-STATUS
                   display "*** Company card stays on cycle day "
                           WS-COMPANY-CYCLE-DAY ": "
                           WS-CONTROL-ACCOUNT-ID
                   exit section
               end-if
           end-if
           perform FIND-LAST-STATEMENT
           if A-STUB-PERIOD-EXISTS
               perform PRICE-AND-POST-STUB
               end-if
           end-if
           move WS-CONTROL-NEW-DAY to WS-BILLING-CYCLE-DAY
           move WS-TODAY to WS-CYCLE-CHANGED-DATE
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                        by reference WS-ACCOUNT
           call GET-LAST-BALANCE-METHOD using by reference
                          FILE-BALANCE-METHOD of FILE-STATEMENT-RECORD
           move 0 to FILE-DEFERRED-INTEREST of FILE-STATEMENT-RECORD
           move 0 to FILE-PROTECTION-PREMIUM of FILE-STATEMENT-RECORD
           move 0 to FILE-PROTECTION-BENEFIT of FILE-STATEMENT-RECORD
           call GET-PROCESSING-DATE using by reference WS-NOW
           move WS-NOW to FILE-GENERATED-DATE of FILE-STATEMENT-RECORD
           accept FILE-GENERATED-TIME of FILE-STATEMENT-RECORD
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-COMPANY-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-LOOKUP-STATUS
           close Statement-File
           close Control-File
           .
