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

      *> Parallel-run comparison for month-end: sets two runs of the
      *> month-end outputs side by side - a baseline (production, or
      *> the last signed-off build) and a candidate (the changed
      *> InterestCalculator or MonthEndInterestRun run against a copy
      *> of the same files) - and reports, account by account, where
      *> they part company:
      *>   B  ending balance on the account file after the run
      *>   I  interest - the cycle statement's interest charged plus
      *>      any interest the run posted as a transaction (deferred
      *>      promotional interest)
      *>   M  minimum payment due on the account file after the run
      *>   F  fees the month-end programs posted as transactions
      *>      (annual, over-limit, late, cash advance, foreign, excess
      *>      withdrawal, payment protection premium)
      *>   X  an account or a cycle statement present in one run and
      *>      not the other
      *> Accounts are matched on the account id; statements on the
      *> account id and each side's own cycle start, built from the
      *> run month and the account's billing cycle day the way the
      *> month-end run builds it; generated transactions on the
      *> account, dated on or after the posted-from date.
      *> The one-line control file gives the run month (yyyymm,
      *> columns 1-6), the posted-from date (yyyymmdd, columns 8-15,
      *> blank = the first of the run month) and the tolerance (zoned
      *> 9(5)V99, columns 17-23, blank = none). A difference no larger
      *> than the tolerance is counted but not listed. The report
      *> groups the listed differences by type with each type's
      *> baseline and candidate totals, so a planned change is signed
      *> off on its evidence; any difference past the tolerance ends
      *> the run with return code 8, so an unplanned one stops the
      *> go-live step that runs this.
       program-id. ParallelRunCompare.

       environment division.
       input-output section.
       file-control.
           select Control-File assign to external parallelRunControl
               organization is line sequential
               file status is WS-CONTROL-STATUS
               .
           select Base-Account-File
               assign to external baselineAccountFile
               file status is WS-BASE-STATUS
               organization is indexed
               access mode is dynamic
               record key is BASE-ACCOUNT-ID of BASE-ACCOUNT
               alternate record key is BASE-CUSTOMER-ID of BASE-ACCOUNT
                                                        with duplicates
               alternate record key is BASE-COMPANY-ID of BASE-ACCOUNT
                                                        with duplicates
               .
           select Cand-Account-File
               assign to external candidateAccountFile
               file status is WS-CAND-STATUS
               organization is indexed
               access mode is dynamic
               record key is CAND-ACCOUNT-ID of CAND-ACCOUNT
               alternate record key is CAND-CUSTOMER-ID of CAND-ACCOUNT
                                                        with duplicates
               alternate record key is CAND-COMPANY-ID of CAND-ACCOUNT
                                                        with duplicates
               .
           select Base-Statement-File
               assign to external baselineStatementFile
               file status is WS-BASE-STMT-STATUS
               organization is indexed
               access mode is dynamic
               record key is BSTM-STATEMENT-KEY of BSTM-STATEMENT-RECORD
               .
           select Cand-Statement-File
               assign to external candidateStatementFile
               file status is WS-CAND-STMT-STATUS
               organization is indexed
               access mode is dynamic
               record key is CSTM-STATEMENT-KEY of CSTM-STATEMENT-RECORD
               .
           select Base-Transaction-File
               assign to external baselineTransactionFile
               file status is WS-BASE-TXN-STATUS
               organization is indexed
               access mode is dynamic
               record key is BTXN-TRANSACTION-ID
                          of BTXN-TRANSACTION-RECORD
               alternate record key is BTXN-ACCOUNT-ID
                                    of BTXN-TRANSACTION-RECORD
                                    with duplicates
               alternate record key is BTXN-TRANS-DATE with duplicates
               .
           select Cand-Transaction-File
               assign to external candidateTransactionFile
               file status is WS-CAND-TXN-STATUS
               organization is indexed
               access mode is dynamic
               record key is CTXN-TRANSACTION-ID
                          of CTXN-TRANSACTION-RECORD
               alternate record key is CTXN-ACCOUNT-ID
                                    of CTXN-TRANSACTION-RECORD
                                    with duplicates
               alternate record key is CTXN-TRANS-DATE with duplicates
               .
           select Report-File assign to external parallelRunReport
               organization is line sequential
               file status is WS-REPORT-STATUS
               .

       data division.
       file section.
       fd Control-File.
       01 CONTROL-LINE.
        03 CTL-RUN-MONTH                   PIC 9(06).
        03 CTL-RUN-MONTH-TEXT REDEFINES CTL-RUN-MONTH
                                           PIC X(06).
        03 FILLER                          PIC X(01).
        03 CTL-POSTED-FROM                 PIC 9(08).
        03 CTL-POSTED-FROM-TEXT REDEFINES CTL-POSTED-FROM
                                           PIC X(08).
        03 FILLER                          PIC X(01).
        03 CTL-TOLERANCE                   PIC 9(5)V99.
        03 CTL-TOLERANCE-TEXT REDEFINES CTL-TOLERANCE
                                           PIC X(07).
       fd Base-Account-File.
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==BASE==.
       fd Cand-Account-File.
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==CAND==.
       fd Base-Statement-File.
       copy "STATEMENT-RECORD.cpy" replacing ==(PREFIX)== by ==BSTM==.
       fd Cand-Statement-File.
       copy "STATEMENT-RECORD.cpy" replacing ==(PREFIX)== by ==CSTM==.
       fd Base-Transaction-File.
       copy "TRANSACTION-RECORD.cpy" replacing ==(PREFIX)==
                                                  by ==BTXN==.
       fd Cand-Transaction-File.
       copy "TRANSACTION-RECORD.cpy" replacing ==(PREFIX)==
                                                  by ==CTXN==.
       fd Report-File.
       01 REPORT-LINE                      PIC X(132).

       working-storage section.
       01 WS-CONTROL-STATUS                PIC XX.
       01 WS-BASE-STATUS                   PIC XX.
       01 WS-CAND-STATUS                   PIC XX.
       01 WS-BASE-STMT-STATUS              PIC XX.
       01 WS-CAND-STMT-STATUS              PIC XX.
       01 WS-BASE-TXN-STATUS               PIC XX.
       01 WS-CAND-TXN-STATUS               PIC XX.
       01 WS-REPORT-STATUS                 PIC XX.

       01 WS-RUN-MONTH                     PIC 9(06).
       01 WS-POSTED-FROM                   PIC 9(08).
       01 WS-TOLERANCE                     PIC S9(5)V99.
       01 WS-FILES-OPEN                    PIC X VALUE "N".
        88 FILES-ARE-OPEN                      VALUE "Y".

      *> The transaction descriptions the month-end programs post
      *> their interest and fees under.
       78 DEFERRED-INTEREST-TEXT           VALUE "DEFERRED INTEREST".
       78 ANNUAL-FEE-TEXT                  VALUE "ANNUAL FEE".
       78 OVERLIMIT-FEE-TEXT               VALUE "OVER LIMIT FEE".
       78 LATE-FEE-TEXT                    VALUE "LATE FEE".
       78 CASH-ADV-FEE-TEXT                VALUE "CASH ADVANCE FEE".
       78 FOREIGN-FEE-TEXT
                              VALUE "FOREIGN TRANSACTION FEE".
       78 EXCESS-WDL-FEE-TEXT
                              VALUE "EXCESS WITHDRAWAL FEE".

      *> One side's figures for the account being compared.
       01 WS-BASE-FIGURES.
        03 WS-BASE-BALANCE                 PIC S9(12)V99.
        03 WS-BASE-INTEREST                PIC S9(12)V99.
        03 WS-BASE-MINIMUM                 PIC S9(12)V99.
        03 WS-BASE-FEES                    PIC S9(12)V99.
       01 WS-CAND-FIGURES.
        03 WS-CAND-BALANCE                 PIC S9(12)V99.
        03 WS-CAND-INTEREST                PIC S9(12)V99.
        03 WS-CAND-MINIMUM                 PIC S9(12)V99.
        03 WS-CAND-FEES                    PIC S9(12)V99.
       01 WS-BASE-STMT-FLAG                PIC X.
        88 BASE-HAS-STATEMENT                  VALUE "Y".
       01 WS-CAND-STMT-FLAG                PIC X.
        88 CAND-HAS-STATEMENT                  VALUE "Y".
       01 WS-COMPARE-ACCOUNT-ID            PIC X(4) COMP-X.
       01 WS-CYCLE-DAY                     PIC 9(02).
       01 WS-CYCLE-START                   PIC 9(08).
       01 WS-CLASS-DESCRIPTION             PIC X(40).
       01 WS-CLASS-TYPE                    PIC X(01).
       01 WS-TXN-KIND                      PIC X(01).
        88 TXN-IS-INTEREST                     VALUE "I".
        88 TXN-IS-FEE                          VALUE "F".

      *> The difference being weighed, and its size either way.
       01 WS-DIFF-TYPE                     PIC X(01).
       01 WS-DIFF-BASE                     PIC S9(12)V99.
       01 WS-DIFF-CAND                     PIC S9(12)V99.
       01 WS-DIFF-AMOUNT                   PIC S9(12)V99.
       01 WS-DIFF-SIZE                     PIC S9(12)V99.
       01 WS-DIFF-NOTE                     PIC X(24).

      *> Totals by difference type, in report order.
       78 TYPE-TABLE-MAX                   VALUE 5.
       01 TYPE-TABLE.
        03 TYPE-ENTRY OCCURS 5 TIMES.
         05 TYP-CODE                        PIC X(01).
         05 TYP-TITLE                       PIC X(40).
         05 TYP-DIFFERING                   PIC 9(6) COMP-5.
         05 TYP-WITHIN                      PIC 9(6) COMP-5.
         05 TYP-BASE-TOTAL                  PIC S9(14)V99.
         05 TYP-CAND-TOTAL                  PIC S9(14)V99.
       01 TYPE-INDEX                       PIC 9 COMP-5.

      *> The listed differences, held until the walk is done so the
      *> report can group them by type.
       78 DIFF-TABLE-MAX                   VALUE 3000.
       01 DIFF-TABLE.
        03 DIFF-ENTRY OCCURS 3000 TIMES.
         05 DIF-TYPE                        PIC X(01).
         05 DIF-ACCOUNT-ID                  PIC X(4) COMP-X.
         05 DIF-BASE                        PIC S9(12)V99.
         05 DIF-CAND                        PIC S9(12)V99.
         05 DIF-NOTE                        PIC X(24).
       01 DIFF-COUNT                       PIC 9(4) COMP-5 VALUE 0.
       01 DIFF-INDEX                       PIC 9(4) COMP-5.
       01 WS-DIFF-OVERFLOW                 PIC 9(6) COMP-5 VALUE 0.

       01 WS-ACCOUNTS-COMPARED             PIC 9(6) COMP-5 VALUE 0.
       01 WS-ACCOUNTS-MATCHED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-OUT-OF-TOLERANCE              PIC 9(6) COMP-5 VALUE 0.
       01 WS-ACCOUNT-DIFFERS               PIC X.
        88 ACCOUNT-DIFFERS                     VALUE "Y".

       01 DISPLAY-ACCOUNT                  PIC 9(10).
       01 DISPLAY-COUNT                    PIC Z(5)9.
       01 DISPLAY-BASE                     PIC -Z(13)9.99.
       01 DISPLAY-CAND                     PIC -Z(13)9.99.
       01 DISPLAY-DIFF                     PIC -Z(13)9.99.
       01 DISPLAY-TOLERANCE                PIC Z(4)9.99.

       procedure division.
           perform READ-CONTROL-LINE
           if return-code <> 0
               stop run
           end-if
           perform LOAD-TYPE-TABLE
           perform OPEN-FILES
           if not FILES-ARE-OPEN
               move 8 to return-code
               stop run
           end-if
           perform COMPARE-BASELINE-ACCOUNTS
           perform FIND-CANDIDATE-ONLY-ACCOUNTS
           perform WRITE-THE-REPORT
           perform CLOSE-FILES
           display "*** Accounts compared:        " WS-ACCOUNTS-COMPARED
           display "*** Accounts matching:        " WS-ACCOUNTS-MATCHED
           display "*** Differences past tolerance: "
                   WS-OUT-OF-TOLERANCE
           if WS-OUT-OF-TOLERANCE > 0
               move 8 to return-code
           end-if
           stop run.

       READ-CONTROL-LINE SECTION.
           open input Control-File
           if WS-CONTROL-STATUS <> "00"
               display "*** Could not open parallel run control file, "
                       "status " WS-CONTROL-STATUS
               move 8 to return-code
               exit section
           end-if
           read Control-File
               at end move "10" to WS-CONTROL-STATUS
           end-read
           close Control-File
           if WS-CONTROL-STATUS <> "00"
                   or CTL-RUN-MONTH-TEXT is not numeric
               display "*** Parallel run control line has no run month"
               move 8 to return-code
               exit section
           end-if
           move CTL-RUN-MONTH to WS-RUN-MONTH
           if CTL-POSTED-FROM-TEXT = spaces
               compute WS-POSTED-FROM = WS-RUN-MONTH * 100 + 1
           else
               if CTL-POSTED-FROM-TEXT is not numeric
                   display "*** Bad posted-from date on control line: "
                           CTL-POSTED-FROM-TEXT
                   move 8 to return-code
                   exit section
               end-if
               move CTL-POSTED-FROM to WS-POSTED-FROM
           end-if
           if CTL-TOLERANCE-TEXT = spaces
               move 0 to WS-TOLERANCE
           else
               if CTL-TOLERANCE-TEXT is not numeric
                   display "*** Bad tolerance on control line: "
                           CTL-TOLERANCE-TEXT
                   move 8 to return-code
                   exit section
               end-if
               move CTL-TOLERANCE to WS-TOLERANCE
           end-if
           .

       LOAD-TYPE-TABLE SECTION.
           move "B" to TYP-CODE(1)
           move "ENDING BALANCE" to TYP-TITLE(1)
           move "I" to TYP-CODE(2)
           move "INTEREST CHARGED" to TYP-TITLE(2)
           move "M" to TYP-CODE(3)
           move "MINIMUM PAYMENT DUE" to TYP-TITLE(3)
           move "F" to TYP-CODE(4)
           move "FEES POSTED" to TYP-TITLE(4)
           move "X" to TYP-CODE(5)
           move "ACCOUNT OR STATEMENT IN ONE RUN ONLY" to TYP-TITLE(5)
           perform varying TYPE-INDEX from 1 by 1
                       until TYPE-INDEX > TYPE-TABLE-MAX
               move 0 to TYP-DIFFERING(TYPE-INDEX)
               move 0 to TYP-WITHIN(TYPE-INDEX)
               move 0 to TYP-BASE-TOTAL(TYPE-INDEX)
               move 0 to TYP-CAND-TOTAL(TYPE-INDEX)
           end-perform
           .

      *> Every file on both sides must be there - a missing output
      *> would read as every account differing.
       OPEN-FILES SECTION.
           open input Base-Account-File
           open input Cand-Account-File
           open input Base-Statement-File
           open input Cand-Statement-File
           open input Base-Transaction-File
           open input Cand-Transaction-File
           if WS-BASE-STATUS <> "00" or WS-CAND-STATUS <> "00"
                   or WS-BASE-STMT-STATUS <> "00"
                   or WS-CAND-STMT-STATUS <> "00"
                   or WS-BASE-TXN-STATUS <> "00"
                   or WS-CAND-TXN-STATUS <> "00"
               display "*** Could not open both runs' outputs - "
                       "account " WS-BASE-STATUS "/" WS-CAND-STATUS
                       " statement " WS-BASE-STMT-STATUS "/"
                       WS-CAND-STMT-STATUS
                       " transaction " WS-BASE-TXN-STATUS "/"
                       WS-CAND-TXN-STATUS
               close Base-Account-File Cand-Account-File
                     Base-Statement-File Cand-Statement-File
                     Base-Transaction-File Cand-Transaction-File
               exit section
           end-if
           open output Report-File
           set FILES-ARE-OPEN to true
           .

       COMPARE-BASELINE-ACCOUNTS SECTION.
           move 0 to BASE-ACCOUNT-ID of BASE-ACCOUNT
           start Base-Account-File key >= BASE-ACCOUNT-ID
                                              of BASE-ACCOUNT
           perform until WS-BASE-STATUS <> "00"
               read Base-Account-File next
                   at end move "10" to WS-BASE-STATUS
               end-read
               if WS-BASE-STATUS = "00"
                   perform COMPARE-ONE-ACCOUNT
               end-if
           end-perform
           .

       COMPARE-ONE-ACCOUNT SECTION.
           add 1 to WS-ACCOUNTS-COMPARED
           move "N" to WS-ACCOUNT-DIFFERS
           move BASE-ACCOUNT-ID of BASE-ACCOUNT
                                   to WS-COMPARE-ACCOUNT-ID
           move WS-COMPARE-ACCOUNT-ID to CAND-ACCOUNT-ID of CAND-ACCOUNT
           read Cand-Account-File key is CAND-ACCOUNT-ID
                                              of CAND-ACCOUNT
           if WS-CAND-STATUS <> "00"
               move "X" to WS-DIFF-TYPE
               move BASE-BALANCE of BASE-ACCOUNT to WS-DIFF-BASE
               move 0 to WS-DIFF-CAND
               move "NOT IN CANDIDATE RUN" to WS-DIFF-NOTE
               perform RECORD-MISSING
               exit section
           end-if
           perform GATHER-BASE-FIGURES
           perform GATHER-CAND-FIGURES
           if BASE-HAS-STATEMENT and not CAND-HAS-STATEMENT
               move "X" to WS-DIFF-TYPE
               move BSTM-ENDING-BALANCE to WS-DIFF-BASE
               move 0 to WS-DIFF-CAND
               move "NO CANDIDATE STATEMENT" to WS-DIFF-NOTE
               perform RECORD-MISSING
           end-if
           if CAND-HAS-STATEMENT and not BASE-HAS-STATEMENT
               move "X" to WS-DIFF-TYPE
               move 0 to WS-DIFF-BASE
               move CSTM-ENDING-BALANCE to WS-DIFF-CAND
               move "NO BASELINE STATEMENT" to WS-DIFF-NOTE
               perform RECORD-MISSING
           end-if
           move spaces to WS-DIFF-NOTE
           move "B" to WS-DIFF-TYPE
           move WS-BASE-BALANCE to WS-DIFF-BASE
           move WS-CAND-BALANCE to WS-DIFF-CAND
           perform WEIGH-DIFFERENCE
           move "I" to WS-DIFF-TYPE
           move WS-BASE-INTEREST to WS-DIFF-BASE
           move WS-CAND-INTEREST to WS-DIFF-CAND
           perform WEIGH-DIFFERENCE
           move "M" to WS-DIFF-TYPE
           move WS-BASE-MINIMUM to WS-DIFF-BASE
           move WS-CAND-MINIMUM to WS-DIFF-CAND
           perform WEIGH-DIFFERENCE
           move "F" to WS-DIFF-TYPE
           move WS-BASE-FEES to WS-DIFF-BASE
           move WS-CAND-FEES to WS-DIFF-CAND
           perform WEIGH-DIFFERENCE
           if not ACCOUNT-DIFFERS
               add 1 to WS-ACCOUNTS-MATCHED
           end-if
           .

      *> An account the candidate run has and the baseline does not
      *> - a run that creates accounts is as wrong as one that loses
      *> them.
       FIND-CANDIDATE-ONLY-ACCOUNTS SECTION.
           move "00" to WS-CAND-STATUS
           move 0 to CAND-ACCOUNT-ID of CAND-ACCOUNT
           start Cand-Account-File key >= CAND-ACCOUNT-ID
                                              of CAND-ACCOUNT
           perform until WS-CAND-STATUS <> "00"
               read Cand-Account-File next
                   at end move "10" to WS-CAND-STATUS
               end-read
               if WS-CAND-STATUS = "00"
                   move CAND-ACCOUNT-ID of CAND-ACCOUNT
                                   to BASE-ACCOUNT-ID of BASE-ACCOUNT
                   read Base-Account-File key is BASE-ACCOUNT-ID
                                                      of BASE-ACCOUNT
                   if WS-BASE-STATUS <> "00"
                       add 1 to WS-ACCOUNTS-COMPARED
                       move CAND-ACCOUNT-ID of CAND-ACCOUNT
                                   to WS-COMPARE-ACCOUNT-ID
                       move "X" to WS-DIFF-TYPE
                       move 0 to WS-DIFF-BASE
                       move CAND-BALANCE of CAND-ACCOUNT
                                   to WS-DIFF-CAND
                       move "NOT IN BASELINE RUN" to WS-DIFF-NOTE
                       perform RECORD-MISSING
                   end-if
               end-if
           end-perform
           .

       GATHER-BASE-FIGURES SECTION.
           move BASE-BALANCE of BASE-ACCOUNT to WS-BASE-BALANCE
           move BASE-MINIMUM-PAYMENT-DUE of BASE-ACCOUNT
                                   to WS-BASE-MINIMUM
           move 0 to WS-BASE-INTEREST
           move 0 to WS-BASE-FEES
           move BASE-BILLING-CYCLE-DAY of BASE-ACCOUNT to WS-CYCLE-DAY
           perform BUILD-CYCLE-START
           move "N" to WS-BASE-STMT-FLAG
           move WS-COMPARE-ACCOUNT-ID to
                        BSTM-ACCOUNT-ID of BSTM-STATEMENT-RECORD
           move WS-CYCLE-START to
                        BSTM-CYCLE-START-DATE of BSTM-STATEMENT-RECORD
           read Base-Statement-File key is BSTM-STATEMENT-KEY
                                          of BSTM-STATEMENT-RECORD
           if WS-BASE-STMT-STATUS = "00"
               set BASE-HAS-STATEMENT to true
               add BSTM-INTEREST-CHARGED to WS-BASE-INTEREST
           end-if
           move WS-COMPARE-ACCOUNT-ID to
                        BTXN-ACCOUNT-ID of BTXN-TRANSACTION-RECORD
           start Base-Transaction-File key = BTXN-ACCOUNT-ID
                                          of BTXN-TRANSACTION-RECORD
           perform until WS-BASE-TXN-STATUS <> "00"
               read Base-Transaction-File next
                   at end move "10" to WS-BASE-TXN-STATUS
               end-read
               if WS-BASE-TXN-STATUS = "00"
                   if BTXN-ACCOUNT-ID of BTXN-TRANSACTION-RECORD
                                   <> WS-COMPARE-ACCOUNT-ID
                       move "10" to WS-BASE-TXN-STATUS
                   else
                       if BTXN-TRANS-DATE >= WS-POSTED-FROM
                           move BTXN-DESCRIPTION to
                                WS-CLASS-DESCRIPTION
                           move BTXN-TRANSACTION-TYPE to
                                WS-CLASS-TYPE
                           perform CLASSIFY-TRANSACTION
                           if TXN-IS-INTEREST
                               add BTXN-AMOUNT to WS-BASE-INTEREST
                           end-if
                           if TXN-IS-FEE
                               add BTXN-AMOUNT to WS-BASE-FEES
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           move "00" to WS-BASE-TXN-STATUS
           .

       GATHER-CAND-FIGURES SECTION.
           move CAND-BALANCE of CAND-ACCOUNT to WS-CAND-BALANCE
           move CAND-MINIMUM-PAYMENT-DUE of CAND-ACCOUNT
                                   to WS-CAND-MINIMUM
           move 0 to WS-CAND-INTEREST
           move 0 to WS-CAND-FEES
           move CAND-BILLING-CYCLE-DAY of CAND-ACCOUNT to WS-CYCLE-DAY
           perform BUILD-CYCLE-START
           move "N" to WS-CAND-STMT-FLAG
           move WS-COMPARE-ACCOUNT-ID to
                        CSTM-ACCOUNT-ID of CSTM-STATEMENT-RECORD
           move WS-CYCLE-START to
                        CSTM-CYCLE-START-DATE of CSTM-STATEMENT-RECORD
           read Cand-Statement-File key is CSTM-STATEMENT-KEY
                                          of CSTM-STATEMENT-RECORD
           if WS-CAND-STMT-STATUS = "00"
               set CAND-HAS-STATEMENT to true
               add CSTM-INTEREST-CHARGED to WS-CAND-INTEREST
           end-if
           move WS-COMPARE-ACCOUNT-ID to
                        CTXN-ACCOUNT-ID of CTXN-TRANSACTION-RECORD
           start Cand-Transaction-File key = CTXN-ACCOUNT-ID
                                          of CTXN-TRANSACTION-RECORD
           perform until WS-CAND-TXN-STATUS <> "00"
               read Cand-Transaction-File next
                   at end move "10" to WS-CAND-TXN-STATUS
               end-read
               if WS-CAND-TXN-STATUS = "00"
                   if CTXN-ACCOUNT-ID of CTXN-TRANSACTION-RECORD
                                   <> WS-COMPARE-ACCOUNT-ID
                       move "10" to WS-CAND-TXN-STATUS
                   else
                       if CTXN-TRANS-DATE >= WS-POSTED-FROM
                           move CTXN-DESCRIPTION to
                                WS-CLASS-DESCRIPTION
                           move CTXN-TRANSACTION-TYPE to
                                WS-CLASS-TYPE
                           perform CLASSIFY-TRANSACTION
                           if TXN-IS-INTEREST
                               add CTXN-AMOUNT to WS-CAND-INTEREST
                           end-if
                           if TXN-IS-FEE
                               add CTXN-AMOUNT to WS-CAND-FEES
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           move "00" to WS-CAND-TXN-STATUS
           .

      *> The cycle the month-end run billed - the run month at the
      *> account's cycle day, day 1 where none is on file.
       BUILD-CYCLE-START SECTION.
           if WS-CYCLE-DAY = 0
               move 1 to WS-CYCLE-DAY
           end-if
           compute WS-CYCLE-START = WS-RUN-MONTH * 100 + WS-CYCLE-DAY
           .

      *> One set of rules for both runs: each walk moves its row's
      *> description and type in before asking.
       CLASSIFY-TRANSACTION SECTION.
           move space to WS-TXN-KIND
           evaluate true
               when WS-CLASS-DESCRIPTION(1:17) = DEFERRED-INTEREST-TEXT
                   set TXN-IS-INTEREST to true
               when WS-CLASS-TYPE = "I"
                   set TXN-IS-FEE to true
               when WS-CLASS-DESCRIPTION(1:10) = ANNUAL-FEE-TEXT
               when WS-CLASS-DESCRIPTION(1:14) = OVERLIMIT-FEE-TEXT
               when WS-CLASS-DESCRIPTION(1:8) = LATE-FEE-TEXT
               when WS-CLASS-DESCRIPTION(1:16) = CASH-ADV-FEE-TEXT
               when WS-CLASS-DESCRIPTION(1:23) = FOREIGN-FEE-TEXT
               when WS-CLASS-DESCRIPTION(1:21) = EXCESS-WDL-FEE-TEXT
                   set TXN-IS-FEE to true
           end-evaluate
           .

      *> A figure the two runs agree on is passed over; one inside
      *> the tolerance is counted; anything else is listed.
       WEIGH-DIFFERENCE SECTION.
           compute WS-DIFF-AMOUNT = WS-DIFF-CAND - WS-DIFF-BASE
           if WS-DIFF-AMOUNT = 0
               exit section
           end-if
           if WS-DIFF-AMOUNT < 0
               compute WS-DIFF-SIZE = 0 - WS-DIFF-AMOUNT
           else
               move WS-DIFF-AMOUNT to WS-DIFF-SIZE
           end-if
           perform FIND-TYPE-ENTRY
           if WS-DIFF-SIZE <= WS-TOLERANCE
               add 1 to TYP-WITHIN(TYPE-INDEX)
               exit section
           end-if
           perform LIST-DIFFERENCE
           .

       RECORD-MISSING SECTION.
           perform FIND-TYPE-ENTRY
           perform LIST-DIFFERENCE
           .

       LIST-DIFFERENCE SECTION.
           set ACCOUNT-DIFFERS to true
           add 1 to WS-OUT-OF-TOLERANCE
           add 1 to TYP-DIFFERING(TYPE-INDEX)
           add WS-DIFF-BASE to TYP-BASE-TOTAL(TYPE-INDEX)
           add WS-DIFF-CAND to TYP-CAND-TOTAL(TYPE-INDEX)
           if DIFF-COUNT >= DIFF-TABLE-MAX
               add 1 to WS-DIFF-OVERFLOW
               exit section
           end-if
           add 1 to DIFF-COUNT
           move WS-DIFF-TYPE to DIF-TYPE(DIFF-COUNT)
           move WS-COMPARE-ACCOUNT-ID to DIF-ACCOUNT-ID(DIFF-COUNT)
           move WS-DIFF-BASE to DIF-BASE(DIFF-COUNT)
           move WS-DIFF-CAND to DIF-CAND(DIFF-COUNT)
           move WS-DIFF-NOTE to DIF-NOTE(DIFF-COUNT)
           .

       FIND-TYPE-ENTRY SECTION.
           perform varying TYPE-INDEX from 1 by 1
                       until TYPE-INDEX >= TYPE-TABLE-MAX
               if TYP-CODE(TYPE-INDEX) = WS-DIFF-TYPE
                   exit perform
               end-if
           end-perform
           .

       WRITE-THE-REPORT SECTION.
           move WS-TOLERANCE to DISPLAY-TOLERANCE
           move spaces to REPORT-LINE
           string "PARALLEL RUN COMPARISON  RUN MONTH "
                                                  delimited by size
                  WS-RUN-MONTH delimited by size
                  "  POSTED FROM " delimited by size
                  WS-POSTED-FROM delimited by size
                  "  TOLERANCE " delimited by size
                  DISPLAY-TOLERANCE delimited by size
               into REPORT-LINE
           end-string
           write REPORT-LINE
           perform varying TYPE-INDEX from 1 by 1
                       until TYPE-INDEX > TYPE-TABLE-MAX
               perform WRITE-TYPE-GROUP
           end-perform
           move spaces to REPORT-LINE
           write REPORT-LINE
           move WS-ACCOUNTS-COMPARED to DISPLAY-COUNT
           move spaces to REPORT-LINE
           string "ACCOUNTS COMPARED " delimited by size
                  DISPLAY-COUNT delimited by size
               into REPORT-LINE
           end-string
           write REPORT-LINE
           move WS-ACCOUNTS-MATCHED to DISPLAY-COUNT
           move spaces to REPORT-LINE
           string "ACCOUNTS MATCHING " delimited by size
                  DISPLAY-COUNT delimited by size
               into REPORT-LINE
           end-string
           write REPORT-LINE
           move WS-OUT-OF-TOLERANCE to DISPLAY-COUNT
           move spaces to REPORT-LINE
           string "PAST TOLERANCE    " delimited by size
                  DISPLAY-COUNT delimited by size
               into REPORT-LINE
           end-string
           write REPORT-LINE
           if WS-DIFF-OVERFLOW > 0
               move WS-DIFF-OVERFLOW to DISPLAY-COUNT
               move spaces to REPORT-LINE
               string "*** " delimited by size
                      DISPLAY-COUNT delimited by size
                      " FURTHER DIFFERENCES COUNTED BUT NOT LISTED"
                                                  delimited by size
                   into REPORT-LINE
               end-string
               write REPORT-LINE
           end-if
           .

       WRITE-TYPE-GROUP SECTION.
           move spaces to REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string TYP-CODE(TYPE-INDEX) delimited by size
                  "  " delimited by size
                  TYP-TITLE(TYPE-INDEX) delimited by "  "
               into REPORT-LINE
           end-string
           write REPORT-LINE
           perform varying DIFF-INDEX from 1 by 1
                       until DIFF-INDEX > DIFF-COUNT
               if DIF-TYPE(DIFF-INDEX) = TYP-CODE(TYPE-INDEX)
                   perform WRITE-DIFFERENCE-LINE
               end-if
           end-perform
           move TYP-BASE-TOTAL(TYPE-INDEX) to DISPLAY-BASE
           move TYP-CAND-TOTAL(TYPE-INDEX) to DISPLAY-CAND
           compute DISPLAY-DIFF = TYP-CAND-TOTAL(TYPE-INDEX)
                                - TYP-BASE-TOTAL(TYPE-INDEX)
           move TYP-DIFFERING(TYPE-INDEX) to DISPLAY-COUNT
           move spaces to REPORT-LINE
           string "  TOTAL    " delimited by size
                  DISPLAY-COUNT delimited by size
                  " LISTED " delimited by size
                  DISPLAY-BASE delimited by size
                  DISPLAY-CAND delimited by size
                  DISPLAY-DIFF delimited by size
               into REPORT-LINE
           end-string
           write REPORT-LINE
           move TYP-WITHIN(TYPE-INDEX) to DISPLAY-COUNT
           move spaces to REPORT-LINE
           string "  WITHIN   " delimited by size
                  DISPLAY-COUNT delimited by size
                  " INSIDE TOLERANCE, NOT LISTED" delimited by size
               into REPORT-LINE
           end-string
           write REPORT-LINE
           .

       WRITE-DIFFERENCE-LINE SECTION.
           move DIF-ACCOUNT-ID(DIFF-INDEX) to DISPLAY-ACCOUNT
           move DIF-BASE(DIFF-INDEX) to DISPLAY-BASE
           move DIF-CAND(DIFF-INDEX) to DISPLAY-CAND
           compute DISPLAY-DIFF = DIF-CAND(DIFF-INDEX)
                                - DIF-BASE(DIFF-INDEX)
           move spaces to REPORT-LINE
           string "  ACCOUNT " delimited by size
                  DISPLAY-ACCOUNT delimited by size
                  " BASE" delimited by size
                  DISPLAY-BASE delimited by size
                  " CAND" delimited by size
                  DISPLAY-CAND delimited by size
                  " DIFF" delimited by size
                  DISPLAY-DIFF delimited by size
                  " " delimited by size
                  DIF-NOTE(DIFF-INDEX) delimited by "  "
               into REPORT-LINE
           end-string
           write REPORT-LINE
           .

       CLOSE-FILES SECTION.
           close Base-Account-File Cand-Account-File
                 Base-Statement-File Cand-Statement-File
                 Base-Transaction-File Cand-Transaction-File
                 Report-File
           .
