      *> since TYPE-SAVINGS landed on ACCOUNT-RECORD and
      *> SavingsInterestRun started paying them, nothing watched
      *> their withdrawal activity. Run once per cycle, this pass
      *> counts each open savings account's withdrawals in the
      *> current calendar month - its debit rows (positive
      *> amounts, as the transfer engine writes a transfer out)
      *> standing on their own or as a transfer leg; the fees and
      *> withholding posted against another row are linked to it
      *> and are not withdrawals - and:
      *>   - at exactly the free-withdrawal limit, writes a WDLW
      *>     correspondence trigger so tonight's CorrespondenceRun
      *>     warns the customer the next one costs money;
      *>     can review the extract and feed it straight to the
      *>     conversion run that moves the account to a
      *>     transaction-account product.
      *> Every account's count for the cycle is kept on
      *> savingsWithdrawalCountFile with the limit it was counted
      *> against, so the savings statement can warn the customer
      *> who is at or near the limit.
      *> The limit comes from the savings FEE-SCHEDULE row's
      *> WDL-LIMIT-COUNT (zero or no row = the regulation-shaped
      *> default of six); a zero EXCESS-WDL-FEE warns and flags but
               organization is line sequential
               file status is WS-CANDIDATE-STATUS
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
                              replacing ==(PREFIX)== by ==FILE-TRG==.
       fd Candidate-File.
       01 CANDIDATE-LINE                   PIC X(40).
       fd Wdl-Count-File.
       copy "SAVINGS-WDL-COUNT.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       01 WS-RULE-STATUS                   PIC XX.
       01 WS-TRG-FILE-STATUS               PIC XX.
       01 WS-CANDIDATE-STATUS              PIC XX.
       01 WS-WDL-COUNT-STATUS              PIC XX.

       78 MONITOR-CALLER-ID                VALUE "SAVINGS-WDL-MON".
       01 WS-CALLER-ID                     PIC X(20).
                       WS-CANDIDATE-STATUS
               move WS-CANDIDATE-STATUS to FILE-STATUS
           end-if
           open i-o Wdl-Count-File
           if WS-WDL-COUNT-STATUS = "35" or WS-WDL-COUNT-STATUS = "05"
               open output Wdl-Count-File
               close Wdl-Count-File
               open i-o Wdl-Count-File
           end-if
           .

      *> The savings row of the fee schedule - limit and fee. No
       MONITOR-ONE-ACCOUNT SECTION.
           add 1 to WS-ACCOUNTS-MONITORED
           perform COUNT-CYCLE-WITHDRAWALS
           perform RECORD-CYCLE-COUNT
           if WS-WDL-COUNT = WS-WDL-LIMIT
               perform WRITE-WARNING-TRIGGER
           end-if
                                   = WS-TODAY-YEAR
                   and WS-TXN-MONTH of WS-TXN-TRANSACTION-RECORD
                                   = WS-TODAY-MONTH
                   and WS-TXN-AMOUNT of WS-TXN-TRANSACTION-RECORD > 0
                   and (WS-TXN-LINKED-TRANSACTION-ID
                                   of WS-TXN-TRANSACTION-RECORD = 0
                     or WS-TXN-TYPE-INTERNAL-TRANSFER
                                   of WS-TXN-TRANSACTION-RECORD)
                   add 1 to WS-WDL-COUNT
                   move WS-TXN-TRANSACTION-ID
                                   of WS-TXN-TRANSACTION-RECORD
           move "00" to WS-TRANSACTION-STATUS
           .

      *> The cycle's row is written the first time the account is
      *> counted and rewritten on every later pass, so it always
      *> carries the latest count.
       RECORD-CYCLE-COUNT SECTION.
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                   FILE-WDL-ACCOUNT-ID of FILE-SAVINGS-WDL-COUNT
           move WS-TODAY to FILE-WDL-CYCLE-START
           move "01" to FILE-WDL-CYCLE-START(7:2)
           read Wdl-Count-File key is FILE-WDL-COUNT-KEY
                                    of FILE-SAVINGS-WDL-COUNT
           move WS-WDL-COUNT to FILE-WDL-COUNT
           move WS-WDL-LIMIT to FILE-WDL-LIMIT
           move WS-TODAY to FILE-WDL-COUNTED-DATE
           if WS-WDL-COUNT-STATUS = "00"
               rewrite FILE-SAVINGS-WDL-COUNT
           else
               write FILE-SAVINGS-WDL-COUNT
           end-if
           if WS-WDL-COUNT-STATUS <> "00"
               display "*** Withdrawal count not kept for account "
                       WS-ACCOUNT-ID of WS-ACCOUNT
                       " status " WS-WDL-COUNT-STATUS
           end-if
           move "00" to WS-WDL-COUNT-STATUS
           .

       READ-NEXT-TXN SECTION.
           call FIND-TRANSACTION-BY-ACCOUNT using by value READ-NEXT
                        by reference WS-TXN-TRANSACTION-RECORD
                                    by reference WS-TRANSACTION-STATUS
           close Trigger-File
           close Candidate-File
           close Wdl-Count-File
           .
