      *> identity and contact, every account with balance, limit,
      *> status, delinquency and restriction, the last few
      *> transactions with their dispute flags, the last few
      *> payments with late fees, the most recent statement's
      *> figures, and the recurring merchants billing the account
      *> with whether each has carried over to the customer's new
      *> card through the network's account updater (or been told
      *> the account closed). Everything shown is also written to
      *> the report file - the printable copy the agent can hand off.
       program-id. Customer360Inquiry.

       environment division.
               record key is FILE-COMPLAINT-KEY
                          of FILE-COMPLAINT-CASE
               .
      *> Recurring merchants and their account updater results, so
      *> the agent can say which subscriptions follow a new card.
           select Recurring-File assign to external
                                           recurringChargeFile
               file status is WS-RECURRING-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-RECURRING-KEY
                          of FILE-RECURRING-CHARGE
               .

       data division.
       file section.
       copy "COMPLAINT-CASE.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Note-File.
       copy "CSR-NOTE.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Recurring-File.
       copy "RECURRING-CHARGE.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       01 WS-NOTE-STATUS                   PIC XX.
       01 WS-NOTE-FILE-FLAG                PIC X VALUE "N".
        88 NOTE-FILE-IS-AVAILABLE              VALUE "Y".
       01 WS-RECURRING-STATUS              PIC XX.
       01 WS-RECURRING-FILE-FLAG           PIC X VALUE "N".
        88 RECURRING-FILE-IS-AVAILABLE         VALUE "Y".
       01 WS-SUBSCRIPTION-COUNT            PIC 9(4) COMP-5.
       01 WS-UPDATER-TEXT                  PIC X(42).
      *> Ring of the newest notes, the recent-transactions trick.
       01 RECENT-NOTE-TABLE.
        03 RECENT-NOTE-ENTRY OCCURS 3 TIMES.
           if WS-NOTE-STATUS = "00"
               set NOTE-FILE-IS-AVAILABLE to true
           end-if
           open input Recurring-File
           if WS-RECURRING-STATUS = "00"
               set RECURRING-FILE-IS-AVAILABLE to true
           end-if
           open output Report-File
           open input Request-File
           if WS-REQUEST-STATUS <> "00"
               move "  ** LEGAL HOLD ON FILE **" to WS-OUT-LINE
               perform EMIT-LINE
           end-if
           if WS-CUST-DO-NOT-SOLICIT
               move "  ** DO NOT SOLICIT **" to WS-OUT-LINE
               perform EMIT-LINE
           end-if
           perform SHOW-BUREAU-SCORE
           perform SHOW-OPEN-COMPLAINTS
           perform SHOW-RECENT-NOTES
           perform SHOW-RECENT-TRANSACTIONS
           perform SHOW-RECENT-PAYMENTS
           perform SHOW-LAST-STATEMENT
           perform SHOW-SUBSCRIPTIONS
           .

       SHOW-RECENT-TRANSACTIONS SECTION.
           read Statement-File next
           .

      *> Each recurring merchant on the account and where it stands
      *> with the account updater - the answer to "will my
      *> subscriptions follow the new card?".
       SHOW-SUBSCRIPTIONS SECTION.
           if not RECURRING-FILE-IS-AVAILABLE
               exit section
           end-if
           move 0 to WS-SUBSCRIPTION-COUNT
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                        FILE-ACCOUNT-ID of FILE-RECURRING-CHARGE
           move low-values to FILE-MERCHANT-ID of FILE-RECURRING-CHARGE
           start Recurring-File key >= FILE-RECURRING-KEY
                                    of FILE-RECURRING-CHARGE
           if WS-RECURRING-STATUS <> "00"
               move "00" to WS-RECURRING-STATUS
               exit section
           end-if
           perform READ-NEXT-RECURRING
           perform until WS-RECURRING-STATUS <> "00"
                      or FILE-ACCOUNT-ID of FILE-RECURRING-CHARGE <>
                         WS-ACCOUNT-ID of WS-ACCOUNT
               if WS-SUBSCRIPTION-COUNT = 0
                   move "  SUBSCRIPTIONS ON FILE" to WS-OUT-LINE
                   perform EMIT-LINE
               end-if
               add 1 to WS-SUBSCRIPTION-COUNT
               perform SHOW-ONE-SUBSCRIPTION
               perform READ-NEXT-RECURRING
           end-perform
           move "00" to WS-RECURRING-STATUS
           .

       SHOW-ONE-SUBSCRIPTION SECTION.
           move spaces to WS-UPDATER-TEXT
           evaluate true
               when FILE-MERCHANT-STOPPED of FILE-RECURRING-CHARGE
                   move "STOPPED AT CUSTOMER REQUEST"
                                             to WS-UPDATER-TEXT
               when FILE-UPDATER-UPDATED of FILE-RECURRING-CHARGE
                   string "CARRIES OVER - UPDATED " delimited by size
                          FILE-UPDATER-DATE of FILE-RECURRING-CHARGE
                                             delimited by size
                          into WS-UPDATER-TEXT
               when FILE-UPDATER-SENT of FILE-RECURRING-CHARGE
                   string "NEW CARD SENT " delimited by size
                          FILE-UPDATER-DATE of FILE-RECURRING-CHARGE
                                             delimited by size
                          " - AWAITING MERCHANT" delimited by size
                          into WS-UPDATER-TEXT
               when FILE-UPDATER-NOT-UPDATED of FILE-RECURRING-CHARGE
                   move "WILL NOT CARRY OVER - CUSTOMER TO UPDATE"
                                             to WS-UPDATER-TEXT
               when FILE-UPDATER-CLOSE-ADVISED
                                          of FILE-RECURRING-CHARGE
                   string "TOLD ACCOUNT CLOSED " delimited by size
                          FILE-UPDATER-DATE of FILE-RECURRING-CHARGE
                                             delimited by size
                          into WS-UPDATER-TEXT
           end-evaluate
           move spaces to WS-OUT-LINE
           string "    " delimited by size
                  FILE-MERCHANT-NAME of FILE-RECURRING-CHARGE(1:30)
                                             delimited by size
                  "  " delimited by size
                  WS-UPDATER-TEXT delimited by size
                  into WS-OUT-LINE
           perform EMIT-LINE
           .

       READ-NEXT-RECURRING SECTION.
           read Recurring-File next
           .

      *> One line, both places: the agent's screen and the printable
      *> report.
       EMIT-LINE SECTION.
           if NOTE-FILE-IS-AVAILABLE
               close Note-File
           end-if
           if RECURRING-FILE-IS-AVAILABLE
               close Recurring-File
           end-if
           close Report-File
           close Request-File
           .
