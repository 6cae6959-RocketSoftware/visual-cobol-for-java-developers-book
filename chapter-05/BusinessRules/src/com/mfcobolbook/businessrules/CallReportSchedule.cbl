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

      *> Quarter-end Call Report credit card loan schedule, produced
      *> straight from the books instead of re-keyed from the trial
      *> balance and aging output. One walk of the account file gives
      *> every line:
      *>   OUTS  credit card loans outstanding - the debit balances of
      *>         every credit and charge card account still on book;
      *>   PD30  past due 30-89 days, and
      *>   PD90  past due 90 days and over - the whole balance of the
      *>         loan, placed by the deepest occupied bucket on its
      *>         collections case as CollectionsAging last aged it;
      *>   NACC  nonaccrual - balances under a bankruptcy stay in
      *>         force, where interest and fees no longer accrue.
      *>         Nonaccrual loans are reported here and not again in
      *>         the past-due lines;
      *>   CHGO  quarter-to-date gross charge-offs, from the charged-
      *>         off ledger rows dated inside the quarter;
      *>   RECV  quarter-to-date recoveries - the money RecoveryPosting
      *>         took against a charged-off account (its payment rows
      *>         on or after the charge-off date), net of any returned.
      *> Every line is broken out by owning institution and revalued
      *> to the base currency the way MonthEndTrialBalance does it.
      *> Each account that contributes to a figure is written to the
      *> drill-down file with its line code, institution and amount,
      *> so an examiner can trace any figure to its accounts and foot
      *> it back. The quarter-end date comes from a one-line parm
      *> file, defaulting to the processing date.
       program-id. CallReportSchedule.

       environment division.
       input-output section.
       file-control.
           select Report-Date-File assign to external
                                           callReportDateFile
               organization is line sequential
               file status is WS-DATE-FILE-STATUS
               .
           select Drill-File assign to external callReportDetailFile
               organization is line sequential
               file status is WS-DRILL-STATUS
               .
           select ExchangeRate-File assign to external exchangeRateFile
               file status is WS-RATE-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-CURRENCY-CODE of FILE-EXCHANGE-RATE
               .

       data division.
       file section.
       fd Report-Date-File.
       01 DATE-LINE                        PIC X(08).
       fd Drill-File.
       01 DRILL-LINE.
        03 DRILL-LINE-CODE                 PIC X(04).
        03 FILLER                          PIC X(01).
        03 DRILL-INSTITUTION               PIC 9(03).
        03 FILLER                          PIC X(01).
        03 DRILL-ACCOUNT-ID                PIC 9(10).
        03 FILLER                          PIC X(01).
        03 DRILL-AMOUNT                    PIC -Z(12)9.99.
       fd ExchangeRate-File.
       copy "EXCHANGE-RATE.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "COLLECTION-CASE.cpy" replacing ==(PREFIX)== by ==WS-CASE==.
       copy "CHARGEOFF-LEDGER.cpy" replacing ==(PREFIX)== by ==WS-CHG==.
       copy "PAYMENT-RECORD.cpy" replacing ==(PREFIX)== by ==WS-PAY==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-COLLECTION-STATUS             PIC XX.
       01 WS-CHARGEOFF-STATUS              PIC XX.
       01 WS-PAYMENT-STATUS                PIC XX.
       01 WS-DATE-FILE-STATUS              PIC XX.
       01 WS-DRILL-STATUS                  PIC XX.
       01 WS-RATE-STATUS.
        03 WS-RATE-STATUS-1                PIC X.
        03 WS-RATE-STATUS-2                PIC X.
       01 WS-COLLECTION-OPEN-FLAG          PIC X VALUE "N".
        88 COLLECTION-FILE-IS-AVAILABLE        VALUE "Y".
       01 WS-CHARGEOFF-OPEN-FLAG           PIC X VALUE "N".
        88 CHARGEOFF-FILE-IS-AVAILABLE         VALUE "Y".

      *> The quarter being reported: its last day and its first.
       01 WS-QUARTER-END                   PIC 9(08).
       01 WS-QUARTER-END-PARTS REDEFINES WS-QUARTER-END.
        03 WS-QUARTER-END-YEAR             PIC 9(04).
        03 WS-QUARTER-END-MONTH            PIC 9(02).
        03 WS-QUARTER-END-DAY              PIC 9(02).
       01 WS-QUARTER-START                 PIC 9(08).
       01 WS-QUARTER-START-PARTS REDEFINES WS-QUARTER-START.
        03 WS-QUARTER-START-YEAR           PIC 9(04).
        03 WS-QUARTER-START-MONTH          PIC 9(02).
        03 WS-QUARTER-START-DAY            PIC 9(02).
       01 WS-RECOVERY-FROM                 PIC 9(08).

      *> The schedule's lines, in print order.
       78 LINE-OUTSTANDING                 VALUE 1.
       78 LINE-PAST-DUE-30                 VALUE 2.
       78 LINE-PAST-DUE-90                 VALUE 3.
       78 LINE-NONACCRUAL                  VALUE 4.
       78 LINE-CHARGE-OFFS                 VALUE 5.
       78 LINE-RECOVERIES                  VALUE 6.
       78 CALL-LINE-MAX                    VALUE 6.
       01 CALL-LINE-VALUES.
        03 FILLER PIC X(34) VALUE "OUTSLoans outstanding".
        03 FILLER PIC X(34) VALUE "PD30Past due 30-89 days".
        03 FILLER PIC X(34) VALUE "PD90Past due 90 days and over".
        03 FILLER PIC X(34) VALUE "NACCNonaccrual".
        03 FILLER PIC X(34) VALUE "CHGOCharge-offs quarter to date".
        03 FILLER PIC X(34) VALUE "RECVRecoveries quarter to date".
       01 CALL-LINE-TABLE REDEFINES CALL-LINE-VALUES.
        03 CALL-LINE-ENTRY OCCURS 6 TIMES.
         05 CALL-LINE-CODE                  PIC X(04).
         05 CALL-LINE-TEXT                  PIC X(30).
       01 CALL-LINE-INDEX                  PIC 99 COMP-5.
       01 WS-LINE-NUMBER                   PIC 99 COMP-5.

      *> Every line, per institution on the book.
       78 INSTITUTION-TABLE-MAX            VALUE 10.
       01 INSTITUTION-TABLE.
        03 INSTITUTION-ENTRY OCCURS 10 TIMES.
         05 INS-CODE                        PIC 9(03).
         05 INS-FIGURE OCCURS 6 TIMES.
          07 INS-LINE-COUNT                  PIC 9(6) COMP-5.
          07 INS-LINE-AMOUNT                 PIC S9(12)V99.
       01 INSTITUTION-COUNT                PIC 99 COMP-5 VALUE 0.
       01 INSTITUTION-INDEX                PIC 99 COMP-5.
       01 WS-FOUND-INSTITUTION             PIC 99 COMP-5.
       01 WS-GROUP-COUNT                   PIC 9(6) COMP-5.
       01 WS-GROUP-AMOUNT                  PIC S9(12)V99.

      *> Rates loaded once up front, as in MonthEndTrialBalance.
       78 BASE-CURRENCY                    VALUE "USD".
       78 RATE-TABLE-MAX                   VALUE 20.
       01 RATE-TABLE.
        03 RATE-ENTRY OCCURS 20 TIMES.
         05 RATE-CURRENCY                   PIC X(03).
         05 RATE-TO-BASE                    PIC 9(3)V9(6).
       01 RATE-COUNT                       PIC 99 COMP-5 VALUE 0.
       01 RATE-INDEX                       PIC 99 COMP-5.
       01 WORKING-RATE                     PIC 9(3)V9(6).
       01 WS-RATE-FOUND-FLAG               PIC X.
        88 RATE-WAS-FOUND                      VALUE "Y".
       01 WS-NATIVE-AMOUNT                 PIC S9(12)V99.
       01 WS-BASE-AMOUNT                   PIC S9(12)V99.
       01 WS-UNRATED-COUNT                 PIC 9(6) COMP-5 VALUE 0.

       01 WS-RECOVERED-AMOUNT              PIC S9(12)V99.
       01 WS-ACCOUNTS-READ                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-DRILL-LINES                   PIC 9(6) COMP-5 VALUE 0.
       01 WS-MISSING-LEDGER-ROWS           PIC 9(6) COMP-5 VALUE 0.

       01 DISPLAY-CASH                     PIC -Z(12)9.99.
       01 DISPLAY-COUNT                    PIC Z(5)9.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-QUARTER-END
           perform READ-REPORT-DATE
           perform SET-QUARTER-START
           perform LOAD-RATE-TABLE
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform SCAN-ACCOUNTS
               perform CLOSE-FILES
               perform PRINT-SCHEDULE
           end-if
           display "*** Accounts read:          " WS-ACCOUNTS-READ
           display "*** Drill-down lines:       " WS-DRILL-LINES
           stop run.

      *> Operations points callReportDateFile at a one-line yyyymmdd
      *> parm to rerun a prior quarter; absent or malformed, the
      *> processing date is the quarter end.
       READ-REPORT-DATE SECTION.
           open input Report-Date-File
           if WS-DATE-FILE-STATUS <> "00"
               exit section
           end-if
           read Report-Date-File
               at end move "10" to WS-DATE-FILE-STATUS
           end-read
           if WS-DATE-FILE-STATUS = "00" and DATE-LINE is numeric
               move DATE-LINE to WS-QUARTER-END
           end-if
           close Report-Date-File
           .

       SET-QUARTER-START SECTION.
           move WS-QUARTER-END-YEAR to WS-QUARTER-START-YEAR
           compute WS-QUARTER-START-MONTH =
                   ((WS-QUARTER-END-MONTH - 1) / 3) * 3 + 1
           move 1 to WS-QUARTER-START-DAY
           .

       LOAD-RATE-TABLE SECTION.
           open input ExchangeRate-File
           if WS-RATE-STATUS <> "00"
               display "*** No exchange rate file - non-"
                       BASE-CURRENCY " balances carried at par"
               exit section
           end-if
           move low-values to FILE-CURRENCY-CODE
                                  of FILE-EXCHANGE-RATE
           start ExchangeRate-File key >= FILE-CURRENCY-CODE
                                  of FILE-EXCHANGE-RATE
           perform until WS-RATE-STATUS <> "00"
                     or RATE-COUNT >= RATE-TABLE-MAX
               read ExchangeRate-File next
                   at end move "10" to WS-RATE-STATUS
               end-read
               if WS-RATE-STATUS = "00"
                   add 1 to RATE-COUNT
                   move FILE-CURRENCY-CODE of FILE-EXCHANGE-RATE
                        to RATE-CURRENCY(RATE-COUNT)
                   move FILE-RATE-TO-BASE of FILE-EXCHANGE-RATE
                        to RATE-TO-BASE(RATE-COUNT)
               end-if
           end-perform
           close ExchangeRate-File
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
           call OPEN-PAYMENT-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-PAYMENT-STATUS
           if WS-PAYMENT-STATUS <> "00"
               display "*** Could not open payment file, status "
                       WS-PAYMENT-STATUS
               move WS-PAYMENT-STATUS to FILE-STATUS
               exit section
           end-if
      *>   No work queue means nothing has ever been aged - every
      *>   loan reports current, and the run says so.
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-COLLECTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-COLLECTION-STATUS
           if WS-COLLECTION-STATUS = "00"
               set COLLECTION-FILE-IS-AVAILABLE to true
           else
               display "*** No collections file - past-due lines "
                       "will be empty"
           end-if
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-CHARGEOFF-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CHARGEOFF-STATUS
           if WS-CHARGEOFF-STATUS = "00"
               set CHARGEOFF-FILE-IS-AVAILABLE to true
           else
               display "*** No charged-off ledger - charge-off and "
                       "recovery lines will be empty"
           end-if
           open output Drill-File
           if WS-DRILL-STATUS <> "00"
               display "*** Could not open drill-down file, status "
                       WS-DRILL-STATUS
               move WS-DRILL-STATUS to FILE-STATUS
           end-if
           .

       SCAN-ACCOUNTS SECTION.
           move 0 to WS-ACCOUNT-ID of WS-ACCOUNT
           move START-READ to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           perform READ-NEXT-ACCOUNT
           perform until FILE-STATUS <> "00"
               add 1 to WS-ACCOUNTS-READ
               if WS-TYPE-CREDIT-CARD or WS-TYPE-CHARGE-CARD
                   perform CLASSIFY-ACCOUNT
               end-if
               perform READ-NEXT-ACCOUNT
           end-perform
           .

       READ-NEXT-ACCOUNT SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           .

      *> A charged-off account sits at zero on the book; its figures
      *> for the quarter live on the charged-off ledger. Anything
      *> else with a debit balance is a loan outstanding, then placed
      *> in at most one of nonaccrual or the past-due lines.
       CLASSIFY-ACCOUNT SECTION.
           if WS-ACCOUNT-CHARGED-OFF
               perform CLASSIFY-CHARGED-OFF
               exit section
           end-if
           if WS-BALANCE not > 0
               exit section
           end-if
           move WS-BALANCE to WS-NATIVE-AMOUNT
           perform REVALUE-TO-BASE
           move LINE-OUTSTANDING to WS-LINE-NUMBER
           perform ADD-TO-CALL-LINE
           if WS-RESTRICTED-BANKRUPTCY
                   and WS-RESTRICTION-START-DATE <= WS-QUARTER-END
                   and (WS-RESTRICTION-END-DATE = 0
                        or WS-RESTRICTION-END-DATE >= WS-QUARTER-END)
               move LINE-NONACCRUAL to WS-LINE-NUMBER
               perform ADD-TO-CALL-LINE
               exit section
           end-if
           if WS-MISSED-PAYMENT-COUNT = 0
                   or not COLLECTION-FILE-IS-AVAILABLE
               exit section
           end-if
           move WS-ACCOUNT-ID of WS-ACCOUNT
                                 to WS-CASE-ACCOUNT-ID
           call FIND-COLLECTION-BY-ACCOUNT using by reference
                                            WS-CASE-COLLECTION-CASE
                                            WS-COLLECTION-STATUS
           if WS-COLLECTION-STATUS <> "00"
               exit section
           end-if
           evaluate true
               when WS-CASE-BUCKET-90 > 0
                       or WS-CASE-BUCKET-120-PLUS > 0
                   move LINE-PAST-DUE-90 to WS-LINE-NUMBER
                   perform ADD-TO-CALL-LINE
               when WS-CASE-BUCKET-30 > 0
                       or WS-CASE-BUCKET-60 > 0
                   move LINE-PAST-DUE-30 to WS-LINE-NUMBER
                   perform ADD-TO-CALL-LINE
           end-evaluate
           .

       CLASSIFY-CHARGED-OFF SECTION.
           if not CHARGEOFF-FILE-IS-AVAILABLE
               exit section
           end-if
           move WS-ACCOUNT-ID of WS-ACCOUNT to WS-CHG-ACCOUNT-ID
           call FIND-CHARGEOFF-BY-ACCOUNT using by reference
                                            WS-CHG-CHARGEOFF-LEDGER
                                            WS-CHARGEOFF-STATUS
           if WS-CHARGEOFF-STATUS <> "00"
               add 1 to WS-MISSING-LEDGER-ROWS
               display "*** Charged-off account has no ledger row: "
                       WS-ACCOUNT-ID of WS-ACCOUNT
               exit section
           end-if
           if WS-CHG-CHARGE-OFF-DATE >= WS-QUARTER-START
                   and WS-CHG-CHARGE-OFF-DATE <= WS-QUARTER-END
               move WS-CHG-CHARGED-OFF-AMOUNT to WS-NATIVE-AMOUNT
               perform REVALUE-TO-BASE
               move LINE-CHARGE-OFFS to WS-LINE-NUMBER
               perform ADD-TO-CALL-LINE
           end-if
           if WS-CHG-CHARGE-OFF-DATE > WS-QUARTER-START
               move WS-CHG-CHARGE-OFF-DATE to WS-RECOVERY-FROM
           else
               move WS-QUARTER-START to WS-RECOVERY-FROM
           end-if
           perform SUM-QUARTER-RECOVERIES
           if WS-RECOVERED-AMOUNT <> 0
               move WS-RECOVERED-AMOUNT to WS-NATIVE-AMOUNT
               perform REVALUE-TO-BASE
               move LINE-RECOVERIES to WS-LINE-NUMBER
               perform ADD-TO-CALL-LINE
           end-if
           .

      *> Ordinary payment posting refuses a charged-off account, so
      *> every payment row on one from its charge-off date onward is
      *> RecoveryPosting's - and a returned recovery's negative row
      *> nets straight out.
       SUM-QUARTER-RECOVERIES SECTION.
           move 0 to WS-RECOVERED-AMOUNT
           move WS-ACCOUNT-ID of WS-ACCOUNT to WS-PAY-ACCOUNT-ID
           call FIND-PAYMENT-BY-ACCOUNT using by value START-READ
                        by reference WS-PAY-PAYMENT-RECORD
                                     WS-PAYMENT-STATUS
           if WS-PAYMENT-STATUS <> "00"
               exit section
           end-if
           perform READ-NEXT-PAY
           perform until (WS-PAYMENT-STATUS <> "00"
                          and WS-PAYMENT-STATUS <> "02")
                      or WS-PAY-ACCOUNT-ID <>
                         WS-ACCOUNT-ID of WS-ACCOUNT
               if WS-PAY-PAYMENT-DATE >= WS-RECOVERY-FROM
                       and WS-PAY-PAYMENT-DATE <= WS-QUARTER-END
                   add WS-PAY-AMOUNT to WS-RECOVERED-AMOUNT
               end-if
               perform READ-NEXT-PAY
           end-perform
           .

       READ-NEXT-PAY SECTION.
           call FIND-PAYMENT-BY-ACCOUNT using by value READ-NEXT
                        by reference WS-PAY-PAYMENT-RECORD
                                     WS-PAYMENT-STATUS
           .

      *> Converts WS-NATIVE-AMOUNT in the account's currency, rounded
      *> once right here so the drill-down lines foot exactly to the
      *> schedule figure they support.
       REVALUE-TO-BASE SECTION.
           if WS-CURRENCY-CODE of WS-ACCOUNT = BASE-CURRENCY
               move WS-NATIVE-AMOUNT to WS-BASE-AMOUNT
               exit section
           end-if
           move "N" to WS-RATE-FOUND-FLAG
           perform varying RATE-INDEX from 1 by 1
                       until RATE-INDEX > RATE-COUNT
               if RATE-CURRENCY(RATE-INDEX) =
                               WS-CURRENCY-CODE of WS-ACCOUNT
                   move RATE-TO-BASE(RATE-INDEX) to WORKING-RATE
                   set RATE-WAS-FOUND to true
                   exit perform
               end-if
           end-perform
           if RATE-WAS-FOUND
               compute WS-BASE-AMOUNT rounded =
                                       WS-NATIVE-AMOUNT * WORKING-RATE
           else
               add 1 to WS-UNRATED-COUNT
               move WS-NATIVE-AMOUNT to WS-BASE-AMOUNT
           end-if
           .

      *> One account's contribution to one line: into its
      *> institution's figure, and onto the drill-down file.
       ADD-TO-CALL-LINE SECTION.
           move 0 to WS-FOUND-INSTITUTION
           perform varying INSTITUTION-INDEX from 1 by 1
                       until INSTITUTION-INDEX > INSTITUTION-COUNT
               if INS-CODE(INSTITUTION-INDEX) = WS-INSTITUTION-CODE
                   move INSTITUTION-INDEX to WS-FOUND-INSTITUTION
                   exit perform
               end-if
           end-perform
           if WS-FOUND-INSTITUTION = 0
               if INSTITUTION-COUNT < INSTITUTION-TABLE-MAX
                   add 1 to INSTITUTION-COUNT
                   move INSTITUTION-COUNT to WS-FOUND-INSTITUTION
                   initialize INSTITUTION-ENTRY(WS-FOUND-INSTITUTION)
                   move WS-INSTITUTION-CODE
                                 to INS-CODE(WS-FOUND-INSTITUTION)
               else
                   display "*** Institution table full - no line "
                           "for institution " WS-INSTITUTION-CODE
                           " account " WS-ACCOUNT-ID of WS-ACCOUNT
                   exit section
               end-if
           end-if
           add 1 to INS-LINE-COUNT(WS-FOUND-INSTITUTION,
                                   WS-LINE-NUMBER)
           add WS-BASE-AMOUNT to INS-LINE-AMOUNT(WS-FOUND-INSTITUTION,
                                                 WS-LINE-NUMBER)
           move spaces to DRILL-LINE
           move CALL-LINE-CODE(WS-LINE-NUMBER) to DRILL-LINE-CODE
           move WS-INSTITUTION-CODE to DRILL-INSTITUTION
           move WS-ACCOUNT-ID of WS-ACCOUNT to DRILL-ACCOUNT-ID
           move WS-BASE-AMOUNT to DRILL-AMOUNT
           write DRILL-LINE
           add 1 to WS-DRILL-LINES
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-PAYMENT-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-PAYMENT-STATUS
           if COLLECTION-FILE-IS-AVAILABLE
               move CLOSE-FILE to WS-FUNCTION-CODE
               call OPEN-COLLECTION-FILE using by value
                                            WS-FUNCTION-CODE
                                    by reference WS-COLLECTION-STATUS
           end-if
           if CHARGEOFF-FILE-IS-AVAILABLE
               move CLOSE-FILE to WS-FUNCTION-CODE
               call OPEN-CHARGEOFF-FILE using by value
                                            WS-FUNCTION-CODE
                                    by reference WS-CHARGEOFF-STATUS
           end-if
           close Drill-File
           .

       PRINT-SCHEDULE SECTION.
           display " "
           display "CALL REPORT - CREDIT CARD LOANS  quarter "
                   WS-QUARTER-START " to " WS-QUARTER-END
                   "  (" BASE-CURRENCY ")"
           perform varying INSTITUTION-INDEX from 1 by 1
                       until INSTITUTION-INDEX > INSTITUTION-COUNT
               display " "
               display "  INSTITUTION " INS-CODE(INSTITUTION-INDEX)
               perform varying CALL-LINE-INDEX from 1 by 1
                           until CALL-LINE-INDEX > CALL-LINE-MAX
                   move INS-LINE-COUNT(INSTITUTION-INDEX,
                                       CALL-LINE-INDEX)
                                            to DISPLAY-COUNT
                   move INS-LINE-AMOUNT(INSTITUTION-INDEX,
                                        CALL-LINE-INDEX)
                                            to DISPLAY-CASH
                   display "    " CALL-LINE-CODE(CALL-LINE-INDEX)
                           " " CALL-LINE-TEXT(CALL-LINE-INDEX)
                           DISPLAY-CASH "  accounts " DISPLAY-COUNT
               end-perform
           end-perform
           display " "
           display "  ALL INSTITUTIONS"
           perform varying CALL-LINE-INDEX from 1 by 1
                       until CALL-LINE-INDEX > CALL-LINE-MAX
               move 0 to WS-GROUP-COUNT
               move 0 to WS-GROUP-AMOUNT
               perform varying INSTITUTION-INDEX from 1 by 1
                           until INSTITUTION-INDEX > INSTITUTION-COUNT
                   add INS-LINE-COUNT(INSTITUTION-INDEX,
                                      CALL-LINE-INDEX)
                                            to WS-GROUP-COUNT
                   add INS-LINE-AMOUNT(INSTITUTION-INDEX,
                                       CALL-LINE-INDEX)
                                            to WS-GROUP-AMOUNT
               end-perform
               move WS-GROUP-COUNT to DISPLAY-COUNT
               move WS-GROUP-AMOUNT to DISPLAY-CASH
               display "    " CALL-LINE-CODE(CALL-LINE-INDEX)
                       " " CALL-LINE-TEXT(CALL-LINE-INDEX)
                       DISPLAY-CASH "  accounts " DISPLAY-COUNT
           end-perform
           display " "
           display "*** Every figure is traced account by account on "
                   "the drill-down file by its line code"
           if WS-UNRATED-COUNT > 0
               display "*** Amounts carried at par, no rate on file: "
                       WS-UNRATED-COUNT
           end-if
           if WS-MISSING-LEDGER-ROWS > 0
               display "*** Charged-off accounts with no ledger row: "
                       WS-MISSING-LEDGER-ROWS
           end-if
           .
