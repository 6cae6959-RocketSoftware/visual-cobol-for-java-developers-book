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

      *> Monthly co-brand partner settlement. For the settlement
      *> month (one-line control file, bare yyyymm; absent = the
      *> prior calendar month) every account carrying a partner's
      *> code is measured from the same sources AccountProfitability
      *> uses - interest billed on the cycle's persisted statement
      *> row, fees classified from the posted rows the GL extract's
      *> way, and interchange estimated on settled merchant volume
      *> at the standing rate - and the partner's contract shares
      *> from the partner terms file are applied to each stream. A
      *> new account opened under the partner's code in the month
      *> earns the contract bounty; an account whose bounty was paid
      *> and which closes (or charges off) inside the contract's
      *> clawback window gives it back, on its own statement line.
      *> Output is the partner settlement statement, one section per
      *> partner, and the partner payable rows the GL journal
      *> extract books - share, bounty and clawback kept apart. A
      *> partner whose month already has payable rows is restated
      *> but never paid twice.
      *> The statement goes to a company outside the group, so an
      *> account whose customer has opted out of third-party sharing
      *> is never named on it: its amounts stay in the partner's
      *> totals - the contract is owed on them either way - but its
      *> account, bounty and clawback lines are suppressed, and the
      *> suppressions are counted per partner and for the run.
       program-id. PartnerSettlement.

       environment division.
       input-output section.
       file-control.
           select Month-Control-File assign to external
                                           partnerSettlementControl
               organization is line sequential
               file status is WS-CONTROL-STATUS
               .
           select Terms-File assign to external partnerTermsFile
               organization is line sequential
               file status is WS-TERMS-STATUS
               .
           select Bounty-File assign to external partnerBountyFile
               file status is WS-BOUNTY-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-BOUNTY-ACCOUNT-ID
                          of FILE-PARTNER-BOUNTY
               .
           select Payable-File assign to external partnerPayableFile
               organization is line sequential
               file status is WS-PAYABLE-STATUS
               .
           select Report-File assign to external
                                           partnerSettlementReport
               organization is line sequential
               file status is WS-REPORT-STATUS
               .
           select Statement-File assign to external statementFile
               file status is WS-STATEMENT-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-STATEMENT-KEY
                          of FILE-STATEMENT-RECORD
               .

       data division.
       file section.
       fd Month-Control-File.
       01 CONTROL-LINE                     PIC X(08).
       fd Terms-File.
       copy "PARTNER-TERMS.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Bounty-File.
       copy "PARTNER-BOUNTY.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Payable-File.
       copy "PARTNER-PAYABLE.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Report-File.
       01 REPORT-LINE                      PIC X(100).
       fd Statement-File.
       copy "STATEMENT-RECORD.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CUST==.
       copy "TRANSACTION-RECORD.cpy" replacing ==(PREFIX)==
                                                  by ==WS-TXN==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-TRANSACTION-STATUS            PIC XX.
       01 WS-CUSTOMER-STATUS               PIC XX.
       01 WS-STATEMENT-STATUS              PIC XX.
       01 WS-CONTROL-STATUS                PIC XX.
       01 WS-TERMS-STATUS                  PIC XX.
       01 WS-BOUNTY-STATUS                 PIC XX.
       01 WS-PAYABLE-STATUS                PIC XX.
       01 WS-REPORT-STATUS                 PIC XX.

       78 ANNUAL-FEE-TEXT                  VALUE "ANNUAL FEE".
       78 CHARGE-BACK-TEXT
                      VALUE "DISPUTE RESOLVED - CHARGE REINSTATED".
      *> The same standing interchange estimate the profitability
      *> view uses - the partner contract shares the estimate, the
      *> network true-up is ours.
       78 INTERCHANGE-EST-RATE             VALUE 0.0150.

       01 WS-TODAY                         PIC 9(08).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
        03 WS-TODAY-YEAR                   PIC 9(04).
        03 WS-TODAY-MONTH                  PIC 9(02).
        03 FILLER                          PIC X(02).
       01 WS-SETTLE-MONTH                  PIC 9(06).
       01 WS-SETTLE-MONTH-PARTS REDEFINES WS-SETTLE-MONTH.
        03 WS-SETTLE-YEAR                  PIC 9(04).
        03 WS-SETTLE-MM                    PIC 9(02).
       01 WS-MONTH-START                   PIC 9(08).
       01 WS-WINDOW-END                    PIC 9(08).
       01 WS-DAYS-STEPPED                  PIC 9(03) COMP-5.

      *> The partner contracts, loaded once.
       78 PARTNER-TABLE-MAX                VALUE 20.
       01 PARTNER-TABLE.
        03 PARTNER-ENTRY OCCURS 20 TIMES.
         05 PT-PARTNER-CODE                 PIC X(04).
         05 PT-PARTNER-NAME                 PIC X(30).
         05 PT-INTERCHANGE-SHARE            PIC 9V9(4).
         05 PT-INTEREST-SHARE               PIC 9V9(4).
         05 PT-FEE-SHARE                    PIC 9V9(4).
         05 PT-BOUNTY-AMOUNT                PIC 9(5)V99.
         05 PT-CLAWBACK-DAYS                PIC 9(03).
         05 PT-SETTLED-FLAG                 PIC X(01).
          88 PT-ALREADY-SETTLED                 VALUE "Y".
       01 PARTNER-COUNT                    PIC 99 COMP-5 VALUE 0.
       01 PARTNER-INDEX                    PIC 99 COMP-5.

      *> Bounty and clawback lines are gathered during the account
      *> walk and printed after the revenue lines, each in its own
      *> block of the statement.
       78 EVENT-TABLE-MAX                  VALUE 500.
       01 BOUNTY-EVENT-TABLE.
        03 BOUNTY-EVENT OCCURS 500 TIMES.
         05 BE-ACCOUNT-ID                   PIC 9(10).
         05 BE-DATE-OPENED                  PIC 9(08).
         05 BE-AMOUNT                       PIC S9(7)V99.
       01 BOUNTY-EVENT-COUNT               PIC 9(4) COMP-5.
       01 CLAWBACK-EVENT-TABLE.
        03 CLAWBACK-EVENT OCCURS 500 TIMES.
         05 CE-ACCOUNT-ID                   PIC 9(10).
         05 CE-DATE-OPENED                  PIC 9(08).
         05 CE-ACCOUNT-STATUS               PIC X(01).
         05 CE-AMOUNT                       PIC S9(7)V99.
       01 CLAWBACK-EVENT-COUNT             PIC 9(4) COMP-5.
       01 EVENT-INDEX                      PIC 9(4) COMP-5.

      *> Set per account from its customer's sharing choice.
       01 WS-SHARING-FLAG                  PIC X VALUE "N".
        88 ACCOUNT-IS-SUPPRESSED               VALUE "Y".

      *> One account's month.
       01 WS-MONTH-INTEREST                PIC S9(12)V99.
       01 WS-MONTH-FEES                    PIC S9(12)V99.
       01 WS-SETTLED-VOLUME                PIC S9(12)V99.
       01 WS-INTERCHANGE-EST               PIC S9(12)V99.
       01 WS-INTERCHANGE-SHARE             PIC S9(12)V99.
       01 WS-INTEREST-SHARE                PIC S9(12)V99.
       01 WS-FEE-SHARE                     PIC S9(12)V99.
       01 WS-ACCOUNT-SHARE                 PIC S9(12)V99.
       01 WS-BOUNTY-AMOUNT                 PIC S9(7)V99.

      *> One partner's month.
       01 WS-PARTNER-ACCOUNTS              PIC 9(6) COMP-5.
       01 WS-PARTNER-SUPPRESSED            PIC 9(6) COMP-5.
       01 WS-TOTAL-INTERCHANGE-SHARE       PIC S9(12)V99.
       01 WS-TOTAL-INTEREST-SHARE          PIC S9(12)V99.
       01 WS-TOTAL-FEE-SHARE               PIC S9(12)V99.
       01 WS-TOTAL-SHARE                   PIC S9(12)V99.
       01 WS-TOTAL-BOUNTY                  PIC S9(12)V99.
       01 WS-TOTAL-CLAWBACK                PIC S9(12)V99.
       01 WS-NET-PAYABLE                   PIC S9(12)V99.

       01 WS-PARTNERS-SETTLED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-PARTNERS-RESTATED             PIC 9(6) COMP-5 VALUE 0.
       01 WS-PAYABLES-WRITTEN              PIC 9(6) COMP-5 VALUE 0.
       01 WS-EVENT-OVERFLOWS               PIC 9(6) COMP-5 VALUE 0.
       01 WS-ACCOUNTS-SUPPRESSED           PIC 9(6) COMP-5 VALUE 0.
       01 DISPLAY-CASH                     PIC -Z(12)9.99.
       01 DISPLAY-CASH-2                   PIC -Z(12)9.99.
       01 DISPLAY-CASH-3                   PIC -Z(12)9.99.
       01 DISPLAY-COUNT                    PIC Z(5)9.
       01 DISPLAY-ACCOUNT-ID               PIC 9(10).

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform DETERMINE-SETTLEMENT-MONTH
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform LOAD-PARTNER-TERMS
               perform FIND-SETTLED-PARTNERS
               perform OPEN-PAYABLE-FILE
               perform varying PARTNER-INDEX from 1 by 1
                           until PARTNER-INDEX > PARTNER-COUNT
                   perform SETTLE-ONE-PARTNER
               end-perform
               perform CLOSE-FILES
           end-if
           display "*** Settlement month:     " WS-SETTLE-MONTH
           display "*** Partners settled:     " WS-PARTNERS-SETTLED
           display "*** Partners restated:    " WS-PARTNERS-RESTATED
           display "*** Payable rows written: " WS-PAYABLES-WRITTEN
           display "*** Accounts suppressed, sharing opt-out: "
                   WS-ACCOUNTS-SUPPRESSED
           if WS-EVENT-OVERFLOWS > 0
               display "*** EVENT TABLE FULL - " WS-EVENT-OVERFLOWS
                       " bounty/clawback lines not printed; raise "
                       "EVENT-TABLE-MAX"
           end-if
           stop run.

       DETERMINE-SETTLEMENT-MONTH SECTION.
           if WS-TODAY-MONTH = 1
               compute WS-SETTLE-YEAR = WS-TODAY-YEAR - 1
               move 12 to WS-SETTLE-MM
           else
               move WS-TODAY-YEAR to WS-SETTLE-YEAR
               compute WS-SETTLE-MM = WS-TODAY-MONTH - 1
           end-if
           open input Month-Control-File
           if WS-CONTROL-STATUS = "00"
               read Month-Control-File
                   at end move "10" to WS-CONTROL-STATUS
               end-read
               if WS-CONTROL-STATUS = "00" and CONTROL-LINE <> spaces
                   if CONTROL-LINE(1:6) is numeric
                       move CONTROL-LINE(1:6) to WS-SETTLE-MONTH
                   end-if
               end-if
               close Month-Control-File
           end-if
           compute WS-MONTH-START = WS-SETTLE-MONTH * 100 + 1
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
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           if WS-TRANSACTION-STATUS <> "00"
               display "*** Could not open transaction file, status "
                       WS-TRANSACTION-STATUS
               move WS-TRANSACTION-STATUS to FILE-STATUS
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
           open input Terms-File
           if WS-TERMS-STATUS <> "00"
               display "*** Could not open partner terms file, status "
                       WS-TERMS-STATUS
               move WS-TERMS-STATUS to FILE-STATUS
               exit section
           end-if
           open i-o Bounty-File
           if WS-BOUNTY-STATUS = "35" or WS-BOUNTY-STATUS = "05"
               open output Bounty-File
               close Bounty-File
               open i-o Bounty-File
           end-if
           if WS-BOUNTY-STATUS <> "00"
               display "*** Could not open partner bounty file, status "
                       WS-BOUNTY-STATUS
               move WS-BOUNTY-STATUS to FILE-STATUS
               exit section
           end-if
           open input Statement-File
           open output Report-File
           .

       LOAD-PARTNER-TERMS SECTION.
           perform until WS-TERMS-STATUS <> "00"
                     or PARTNER-COUNT >= PARTNER-TABLE-MAX
               read Terms-File
                   at end move "10" to WS-TERMS-STATUS
               end-read
               if WS-TERMS-STATUS = "00"
                   if FILE-PARTNER-CODE of FILE-PARTNER-TERMS = spaces
                       or FILE-INTERCHANGE-SHARE is not numeric
                       or FILE-INTEREST-SHARE is not numeric
                       or FILE-FEE-SHARE is not numeric
                       or FILE-BOUNTY-AMOUNT is not numeric
                       or FILE-CLAWBACK-DAYS is not numeric
                       display "*** Partner terms row for "
                               FILE-PARTNER-CODE of FILE-PARTNER-TERMS
                               " is malformed - partner not settled"
                   else
                       add 1 to PARTNER-COUNT
                       move FILE-PARTNER-CODE of FILE-PARTNER-TERMS
                                 to PT-PARTNER-CODE(PARTNER-COUNT)
                       move FILE-PARTNER-NAME
                                 to PT-PARTNER-NAME(PARTNER-COUNT)
                       move FILE-INTERCHANGE-SHARE
                                 to PT-INTERCHANGE-SHARE(PARTNER-COUNT)
                       move FILE-INTEREST-SHARE
                                 to PT-INTEREST-SHARE(PARTNER-COUNT)
                       move FILE-FEE-SHARE
                                 to PT-FEE-SHARE(PARTNER-COUNT)
                       move FILE-BOUNTY-AMOUNT
                                 to PT-BOUNTY-AMOUNT(PARTNER-COUNT)
                       move FILE-CLAWBACK-DAYS
                                 to PT-CLAWBACK-DAYS(PARTNER-COUNT)
                       move "N" to PT-SETTLED-FLAG(PARTNER-COUNT)
                   end-if
               end-if
           end-perform
           close Terms-File
           .

      *> A partner with payable rows already on file for the month
      *> was settled by an earlier run - its statement is produced
      *> again, but nothing is paid or stamped a second time.
       FIND-SETTLED-PARTNERS SECTION.
           open input Payable-File
           if WS-PAYABLE-STATUS <> "00"
               exit section
           end-if
           read Payable-File
               at end move "10" to WS-PAYABLE-STATUS
           end-read
           perform until WS-PAYABLE-STATUS <> "00"
               if FILE-SETTLEMENT-MONTH = WS-SETTLE-MONTH
                   perform varying PARTNER-INDEX from 1 by 1
                               until PARTNER-INDEX > PARTNER-COUNT
                       if PT-PARTNER-CODE(PARTNER-INDEX)
                               = FILE-PAYABLE-PARTNER-CODE
                           set PT-ALREADY-SETTLED(PARTNER-INDEX)
                                                       to true
                       end-if
                   end-perform
               end-if
               read Payable-File
                   at end move "10" to WS-PAYABLE-STATUS
               end-read
           end-perform
           close Payable-File
           .

       OPEN-PAYABLE-FILE SECTION.
           open extend Payable-File
           if WS-PAYABLE-STATUS = "35" or WS-PAYABLE-STATUS = "05"
               open output Payable-File
           end-if
           if WS-PAYABLE-STATUS <> "00"
               display "*** Could not open partner payable file, "
                       "status " WS-PAYABLE-STATUS
                       " - every partner is restated only"
               perform varying PARTNER-INDEX from 1 by 1
                           until PARTNER-INDEX > PARTNER-COUNT
                   set PT-ALREADY-SETTLED(PARTNER-INDEX) to true
               end-perform
           end-if
           .

       SETTLE-ONE-PARTNER SECTION.
           move 0 to WS-PARTNER-ACCOUNTS WS-PARTNER-SUPPRESSED
                     WS-TOTAL-INTERCHANGE-SHARE
                     WS-TOTAL-INTEREST-SHARE WS-TOTAL-FEE-SHARE
                     WS-TOTAL-BOUNTY WS-TOTAL-CLAWBACK
                     BOUNTY-EVENT-COUNT CLAWBACK-EVENT-COUNT
           perform WRITE-PARTNER-HEADING
           move 0 to WS-ACCOUNT-ID of WS-ACCOUNT
           move START-READ to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           perform READ-NEXT-ACCOUNT
           perform until FILE-STATUS <> "00"
               if WS-PARTNER-CODE of WS-ACCOUNT
                       = PT-PARTNER-CODE(PARTNER-INDEX)
                   perform SETTLE-ONE-ACCOUNT
               end-if
               perform READ-NEXT-ACCOUNT
           end-perform
           move "00" to FILE-STATUS
           perform WRITE-BOUNTY-LINES
           perform WRITE-CLAWBACK-LINES
           perform WRITE-PARTNER-TOTALS
           if PT-ALREADY-SETTLED(PARTNER-INDEX)
               add 1 to WS-PARTNERS-RESTATED
           else
               perform WRITE-PARTNER-PAYABLES
               add 1 to WS-PARTNERS-SETTLED
           end-if
           .

       READ-NEXT-ACCOUNT SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           .

       WRITE-PARTNER-HEADING SECTION.
           move spaces to REPORT-LINE
           write REPORT-LINE
           string "PARTNER SETTLEMENT " delimited by size
                  WS-SETTLE-MONTH delimited by size
                  " - " delimited by size
                  PT-PARTNER-CODE(PARTNER-INDEX) delimited by size
                  " " delimited by size
                  PT-PARTNER-NAME(PARTNER-INDEX) delimited by "  "
                  into REPORT-LINE
           write REPORT-LINE
           if PT-ALREADY-SETTLED(PARTNER-INDEX)
               move "  ** RESTATEMENT - PAYABLE ALREADY RAISED **"
                                  to REPORT-LINE
               write REPORT-LINE
           end-if
           move "  REVENUE SHARE BY ACCOUNT:" to REPORT-LINE
           write REPORT-LINE
           .

       SETTLE-ONE-ACCOUNT SECTION.
           add 1 to WS-PARTNER-ACCOUNTS
           perform CHECK-SHARING-OPT-OUT
           move 0 to WS-MONTH-INTEREST WS-MONTH-FEES WS-SETTLED-VOLUME
           perform SUM-MONTH-TRANSACTIONS
           perform SUM-MONTH-INTEREST
           compute WS-INTERCHANGE-EST rounded =
                   WS-SETTLED-VOLUME * INTERCHANGE-EST-RATE
           compute WS-INTERCHANGE-SHARE rounded =
                   WS-INTERCHANGE-EST
                   * PT-INTERCHANGE-SHARE(PARTNER-INDEX)
           compute WS-INTEREST-SHARE rounded =
                   WS-MONTH-INTEREST * PT-INTEREST-SHARE(PARTNER-INDEX)
           compute WS-FEE-SHARE rounded =
                   WS-MONTH-FEES * PT-FEE-SHARE(PARTNER-INDEX)
           compute WS-ACCOUNT-SHARE =
                   WS-INTERCHANGE-SHARE + WS-INTEREST-SHARE
                   + WS-FEE-SHARE
           add WS-INTERCHANGE-SHARE to WS-TOTAL-INTERCHANGE-SHARE
           add WS-INTEREST-SHARE to WS-TOTAL-INTEREST-SHARE
           add WS-FEE-SHARE to WS-TOTAL-FEE-SHARE
           if WS-ACCOUNT-SHARE <> 0 and not ACCOUNT-IS-SUPPRESSED
               move WS-ACCOUNT-ID of WS-ACCOUNT to DISPLAY-ACCOUNT-ID
               move WS-INTERCHANGE-SHARE to DISPLAY-CASH
               move WS-INTEREST-SHARE to DISPLAY-CASH-2
               move WS-FEE-SHARE to DISPLAY-CASH-3
               move spaces to REPORT-LINE
               string "    ACCOUNT " delimited by size
                      DISPLAY-ACCOUNT-ID delimited by size
                      "  INTCHG" delimited by size
                      DISPLAY-CASH delimited by size
                      "  INT" delimited by size
                      DISPLAY-CASH-2 delimited by size
                      "  FEES" delimited by size
                      DISPLAY-CASH-3 delimited by size
                      into REPORT-LINE
               write REPORT-LINE
           end-if
           perform CHECK-NEW-ACCOUNT-BOUNTY
           if WS-ACCOUNT-CLOSED of WS-ACCOUNT
                   or WS-ACCOUNT-CHARGED-OFF of WS-ACCOUNT
               perform CHECK-BOUNTY-CLAWBACK
           end-if
           .

      *> The billing customer's third-party opt-out. A customer we
      *> cannot read is treated as opted out - nothing is shared on
      *> a record we could not check.
       CHECK-SHARING-OPT-OUT SECTION.
           move "N" to WS-SHARING-FLAG
           move WS-CUSTOMER-ID of WS-ACCOUNT to
                   WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
           move START-READ to WS-FUNCTION-CODE
           call FIND-CUSTOMER-ID using by value WS-FUNCTION-CODE
                         by reference WS-CUST-CUSTOMER-RECORD
                                      WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
                   or WS-CUST-NO-THIRD-PARTY-SHARING
               set ACCOUNT-IS-SUPPRESSED to true
               add 1 to WS-PARTNER-SUPPRESSED
               add 1 to WS-ACCOUNTS-SUPPRESSED
           end-if
           move "00" to WS-CUSTOMER-STATUS
           .

      *> Fees and settled merchant volume for the month, classified
      *> exactly as AccountProfitability classifies the year.
       SUM-MONTH-TRANSACTIONS SECTION.
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
               if WS-TXN-TRANS-DATE
                       of WS-TXN-TRANSACTION-RECORD(1:6)
                                   = WS-SETTLE-MONTH
                   evaluate true
                       when WS-TXN-DESCRIPTION
                              of WS-TXN-TRANSACTION-RECORD(1:10)
                                       = ANNUAL-FEE-TEXT
                           add WS-TXN-AMOUNT
                                  of WS-TXN-TRANSACTION-RECORD
                                  to WS-MONTH-FEES
                       when WS-TXN-LINKED-TRANSACTION-ID
                              of WS-TXN-TRANSACTION-RECORD <> 0
                           and WS-TXN-DESCRIPTION
                              of WS-TXN-TRANSACTION-RECORD(1:36)
                                       <> CHARGE-BACK-TEXT
                           if WS-TXN-AMOUNT
                                  of WS-TXN-TRANSACTION-RECORD > 0
                               add WS-TXN-AMOUNT
                                      of WS-TXN-TRANSACTION-RECORD
                                      to WS-MONTH-FEES
                           end-if
                       when WS-TXN-AMOUNT
                              of WS-TXN-TRANSACTION-RECORD > 0
                           and WS-TXN-MERCHANT-ID
                              of WS-TXN-TRANSACTION-RECORD <> spaces
                           add WS-TXN-AMOUNT
                                  of WS-TXN-TRANSACTION-RECORD
                                  to WS-SETTLED-VOLUME
                       when other
                           continue
                   end-evaluate
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

       SUM-MONTH-INTEREST SECTION.
           if WS-STATEMENT-STATUS <> "00"
               exit section
           end-if
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                        FILE-ACCOUNT-ID of FILE-STATEMENT-RECORD
           move 0 to FILE-CYCLE-START-DATE of FILE-STATEMENT-RECORD
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
               if FILE-CYCLE-START-DATE
                          of FILE-STATEMENT-RECORD(1:6)
                                   = WS-SETTLE-MONTH
                   add FILE-INTEREST-CHARGED of FILE-STATEMENT-RECORD
                                   to WS-MONTH-INTEREST
               end-if
               perform READ-NEXT-STATEMENT
           end-perform
           move "00" to WS-STATEMENT-STATUS
           .

       READ-NEXT-STATEMENT SECTION.
           read Statement-File next
               at end move "10" to WS-STATEMENT-STATUS
           end-read
           .

      *> An account opened in the month earns the bounty once; the
      *> bounty row is written only when the payable is raised, so a
      *> restatement neither pays nor stamps.
       CHECK-NEW-ACCOUNT-BOUNTY SECTION.
           if WS-DATE-OPENED of WS-ACCOUNT(1:6) <> WS-SETTLE-MONTH
                   or PT-BOUNTY-AMOUNT(PARTNER-INDEX) = 0
               exit section
           end-if
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                   FILE-BOUNTY-ACCOUNT-ID of FILE-PARTNER-BOUNTY
           read Bounty-File
           if WS-BOUNTY-STATUS = "00"
               if FILE-BOUNTY-PAID-MONTH = WS-SETTLE-MONTH
                   move FILE-BOUNTY-PAID to WS-BOUNTY-AMOUNT
                   perform ADD-BOUNTY-EVENT
               end-if
               exit section
           end-if
           if PT-ALREADY-SETTLED(PARTNER-INDEX)
               exit section
           end-if
           initialize FILE-PARTNER-BOUNTY
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                   FILE-BOUNTY-ACCOUNT-ID of FILE-PARTNER-BOUNTY
           move PT-PARTNER-CODE(PARTNER-INDEX)
                   to FILE-BOUNTY-PARTNER-CODE
           move WS-DATE-OPENED of WS-ACCOUNT
                   to FILE-BOUNTY-DATE-OPENED
           move PT-BOUNTY-AMOUNT(PARTNER-INDEX) to FILE-BOUNTY-PAID
           move WS-SETTLE-MONTH to FILE-BOUNTY-PAID-MONTH
           move 0 to FILE-CLAWBACK-AMOUNT FILE-CLAWBACK-MONTH
           write FILE-PARTNER-BOUNTY
           if WS-BOUNTY-STATUS = "00"
               move FILE-BOUNTY-PAID to WS-BOUNTY-AMOUNT
               perform ADD-BOUNTY-EVENT
           else
               display "*** Could not record bounty for account "
                       WS-ACCOUNT-ID of WS-ACCOUNT
                       " status " WS-BOUNTY-STATUS
           end-if
           .

       ADD-BOUNTY-EVENT SECTION.
           add WS-BOUNTY-AMOUNT to WS-TOTAL-BOUNTY
           if ACCOUNT-IS-SUPPRESSED
               exit section
           end-if
           if BOUNTY-EVENT-COUNT >= EVENT-TABLE-MAX
               add 1 to WS-EVENT-OVERFLOWS
               exit section
           end-if
           add 1 to BOUNTY-EVENT-COUNT
           move WS-ACCOUNT-ID of WS-ACCOUNT
                   to BE-ACCOUNT-ID(BOUNTY-EVENT-COUNT)
           move WS-DATE-OPENED of WS-ACCOUNT
                   to BE-DATE-OPENED(BOUNTY-EVENT-COUNT)
           move WS-BOUNTY-AMOUNT to BE-AMOUNT(BOUNTY-EVENT-COUNT)
           .

      *> The account file keeps no closing date, so an early closure
      *> is judged when the settlement first sees the account closed:
      *> if the clawback window (opening date plus the contract's
      *> days) was still open at the start of the month, the closure
      *> fell inside it and the bounty comes back. Taken once - the
      *> clawback month on the bounty row makes a rerun a repeat of
      *> the line, not a second clawback.
       CHECK-BOUNTY-CLAWBACK SECTION.
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                   FILE-BOUNTY-ACCOUNT-ID of FILE-PARTNER-BOUNTY
           read Bounty-File
           if WS-BOUNTY-STATUS <> "00"
               exit section
           end-if
           if FILE-CLAWBACK-MONTH = WS-SETTLE-MONTH
               perform ADD-CLAWBACK-EVENT
               exit section
           end-if
           if FILE-CLAWBACK-MONTH <> 0
                   or PT-ALREADY-SETTLED(PARTNER-INDEX)
               exit section
           end-if
           move FILE-BOUNTY-DATE-OPENED to WS-WINDOW-END
           perform varying WS-DAYS-STEPPED from 1 by 1
                       until WS-DAYS-STEPPED
                               > PT-CLAWBACK-DAYS(PARTNER-INDEX)
               call ADVANCE-ONE-DAY-ENTRY using by reference
                                                   WS-WINDOW-END
           end-perform
           if WS-WINDOW-END < WS-MONTH-START
               exit section
           end-if
           compute FILE-CLAWBACK-AMOUNT = 0 - FILE-BOUNTY-PAID
           move WS-SETTLE-MONTH to FILE-CLAWBACK-MONTH
           rewrite FILE-PARTNER-BOUNTY
           if WS-BOUNTY-STATUS = "00"
               perform ADD-CLAWBACK-EVENT
           else
               display "*** Could not record clawback for account "
                       WS-ACCOUNT-ID of WS-ACCOUNT
                       " status " WS-BOUNTY-STATUS
           end-if
           .

       ADD-CLAWBACK-EVENT SECTION.
           add FILE-CLAWBACK-AMOUNT to WS-TOTAL-CLAWBACK
           if ACCOUNT-IS-SUPPRESSED
               exit section
           end-if
           if CLAWBACK-EVENT-COUNT >= EVENT-TABLE-MAX
               add 1 to WS-EVENT-OVERFLOWS
               exit section
           end-if
           add 1 to CLAWBACK-EVENT-COUNT
           move WS-ACCOUNT-ID of WS-ACCOUNT
                   to CE-ACCOUNT-ID(CLAWBACK-EVENT-COUNT)
           move FILE-BOUNTY-DATE-OPENED
                   to CE-DATE-OPENED(CLAWBACK-EVENT-COUNT)
           move WS-ACCOUNT-STATUS of WS-ACCOUNT
                   to CE-ACCOUNT-STATUS(CLAWBACK-EVENT-COUNT)
           move FILE-CLAWBACK-AMOUNT
                   to CE-AMOUNT(CLAWBACK-EVENT-COUNT)
           .

       WRITE-BOUNTY-LINES SECTION.
           move "  NEW-ACCOUNT BOUNTIES:" to REPORT-LINE
           write REPORT-LINE
           perform varying EVENT-INDEX from 1 by 1
                       until EVENT-INDEX > BOUNTY-EVENT-COUNT
               move BE-AMOUNT(EVENT-INDEX) to DISPLAY-CASH
               move spaces to REPORT-LINE
               string "    ACCOUNT " delimited by size
                      BE-ACCOUNT-ID(EVENT-INDEX) delimited by size
                      "  OPENED " delimited by size
                      BE-DATE-OPENED(EVENT-INDEX) delimited by size
                      "  BOUNTY" delimited by size
                      DISPLAY-CASH delimited by size
                      into REPORT-LINE
               write REPORT-LINE
           end-perform
           .

       WRITE-CLAWBACK-LINES SECTION.
           move "  CLAWBACKS - ACCOUNTS CLOSED INSIDE THE WINDOW:"
                                  to REPORT-LINE
           write REPORT-LINE
           perform varying EVENT-INDEX from 1 by 1
                       until EVENT-INDEX > CLAWBACK-EVENT-COUNT
               move CE-AMOUNT(EVENT-INDEX) to DISPLAY-CASH
               move spaces to REPORT-LINE
               string "    ACCOUNT " delimited by size
                      CE-ACCOUNT-ID(EVENT-INDEX) delimited by size
                      "  OPENED " delimited by size
                      CE-DATE-OPENED(EVENT-INDEX) delimited by size
                      "  STATUS " delimited by size
                      CE-ACCOUNT-STATUS(EVENT-INDEX) delimited by size
                      "  CLAWBACK" delimited by size
                      DISPLAY-CASH delimited by size
                      into REPORT-LINE
               write REPORT-LINE
           end-perform
           .

       WRITE-PARTNER-TOTALS SECTION.
           compute WS-TOTAL-SHARE =
                   WS-TOTAL-INTERCHANGE-SHARE + WS-TOTAL-INTEREST-SHARE
                   + WS-TOTAL-FEE-SHARE
           compute WS-NET-PAYABLE =
                   WS-TOTAL-SHARE + WS-TOTAL-BOUNTY + WS-TOTAL-CLAWBACK
           move WS-PARTNER-ACCOUNTS to DISPLAY-COUNT
           move spaces to REPORT-LINE
           string "  ACCOUNTS SETTLED " delimited by size
                  DISPLAY-COUNT delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           move WS-PARTNER-SUPPRESSED to DISPLAY-COUNT
           move spaces to REPORT-LINE
           string "  ... NOT NAMED, CUSTOMER OPTED OUT OF SHARING "
                                             delimited by size
                  DISPLAY-COUNT delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           move WS-TOTAL-INTERCHANGE-SHARE to DISPLAY-CASH
           move spaces to REPORT-LINE
           string "  INTERCHANGE SHARE  " delimited by size
                  DISPLAY-CASH delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           move WS-TOTAL-INTEREST-SHARE to DISPLAY-CASH
           move spaces to REPORT-LINE
           string "  INTEREST SHARE     " delimited by size
                  DISPLAY-CASH delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           move WS-TOTAL-FEE-SHARE to DISPLAY-CASH
           move spaces to REPORT-LINE
           string "  FEE SHARE          " delimited by size
                  DISPLAY-CASH delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           move WS-TOTAL-BOUNTY to DISPLAY-CASH
           move spaces to REPORT-LINE
           string "  BOUNTIES           " delimited by size
                  DISPLAY-CASH delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           move WS-TOTAL-CLAWBACK to DISPLAY-CASH
           move spaces to REPORT-LINE
           string "  CLAWBACKS          " delimited by size
                  DISPLAY-CASH delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           move WS-NET-PAYABLE to DISPLAY-CASH
           move spaces to REPORT-LINE
           string "  NET DUE TO PARTNER " delimited by size
                  DISPLAY-CASH delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           .

      *> One payable row per stream that moved - the clawback stays
      *> its own negative row so the GL books it against the partner
      *> rather than netting it out of the month's share.
       WRITE-PARTNER-PAYABLES SECTION.
           if WS-TOTAL-SHARE <> 0
               move WS-TOTAL-SHARE to FILE-PAYABLE-AMOUNT
               set FILE-PAYABLE-SHARE to true
               perform WRITE-ONE-PAYABLE
           end-if
           if WS-TOTAL-BOUNTY <> 0
               move WS-TOTAL-BOUNTY to FILE-PAYABLE-AMOUNT
               set FILE-PAYABLE-BOUNTY to true
               perform WRITE-ONE-PAYABLE
           end-if
           if WS-TOTAL-CLAWBACK <> 0
               move WS-TOTAL-CLAWBACK to FILE-PAYABLE-AMOUNT
               set FILE-PAYABLE-CLAWBACK to true
               perform WRITE-ONE-PAYABLE
           end-if
           .

       WRITE-ONE-PAYABLE SECTION.
           move WS-TODAY to FILE-PAYABLE-DATE
           move PT-PARTNER-CODE(PARTNER-INDEX)
                   to FILE-PAYABLE-PARTNER-CODE
           move WS-SETTLE-MONTH to FILE-SETTLEMENT-MONTH
           write FILE-PARTNER-PAYABLE
           if WS-PAYABLE-STATUS = "00"
               add 1 to WS-PAYABLES-WRITTEN
           else
               display "*** Could not write payable for partner "
                       PT-PARTNER-CODE(PARTNER-INDEX)
                       " status " WS-PAYABLE-STATUS
           end-if
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           close Bounty-File
           close Payable-File
           close Statement-File
           close Report-File
           .
