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

      *> Portfolio credit stress test - RollRateForecast says what
      *> the book loses if migration keeps its recent shape; this
      *> says what it loses in a downturn. The scenario file defines
      *> the shocks, one S line per scenario and Q lines for its
      *> quarters:
      *>   S  cols 2-9 scenario id, 11-40 name, 42-43 horizon in
      *>      quarters (9 to 12, blank = 9)
      *>   Q  cols 2-9 scenario id, 11-12 quarter, 14-16 roll-rate
      *>      multiplier (9V99 - the unemployment-driven lift on
      *>      every roll rate, 150 = half again), 18-20 payment-rate
      *>      multiplier (9V99), 22-24 bureau score drop in points,
      *>      26-31 index-rate move (signed, leading sign, 9V9(4))
      *>      for RATE-IS-INDEXED accounts
      *> A shock left blank is no shock (multiplier 1.00, no drop,
      *> no move). A quarter with no Q line carries the previous
      *> quarter's shocks, so a plateau needs listing only where it
      *> changes.
      *> The current book - open card balances bucketed by missed
      *> payments, the way collections ages them - is run month by
      *> month through the roll chain: the latest forecast row's
      *> trailing rates for 30 -> 60 -> 90 -> 120 -> charge-off, the
      *> book's own 30-bucket share for current -> 30 (lifted by the
      *> score drop), last month's payment rate for the paydown,
      *> undelinquent dollars curing back to current, and interest
      *> at the book's balance-weighted APR with the index move on
      *> its indexed share. The baseline is the same run unshocked.
      *> Each quarter reports balances, delinquent balances,
      *> charge-offs, interest income and the required reserve -
      *> the loss the quarter-end book carries down the chain at
      *> that quarter's rates - scenario beside baseline.
       program-id. CreditStressTest.

       environment division.
       input-output section.
       file-control.
           select Scenario-File assign to external stressScenarioFile
               organization is line sequential
               file status is WS-SCENARIO-STATUS
               .
           select Forecast-File assign to external
                                           rollForecastFile
               file status is WS-FORECAST-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-FORECAST-MONTH
                          of FILE-ROLL-FORECAST
               .
           select Report-File assign to external stressTestReport
               organization is line sequential
               file status is WS-REPORT-STATUS
               .

       data division.
       file section.
       fd Scenario-File.
       01 SCENARIO-LINE.
        03 SCN-RECORD-TYPE                 PIC X(01).
         88 SCN-IS-SCENARIO                    VALUE "S".
         88 SCN-IS-QUARTER                     VALUE "Q".
        03 SCN-SCENARIO-ID                 PIC X(08).
        03 FILLER                          PIC X(01).
        03 SCN-DETAIL                      PIC X(40).
        03 SCN-SCENARIO-DETAIL REDEFINES SCN-DETAIL.
         05 SCN-NAME                       PIC X(30).
         05 FILLER                         PIC X(01).
         05 SCN-HORIZON                    PIC 9(02).
         05 SCN-HORIZON-TEXT REDEFINES SCN-HORIZON
                                           PIC X(02).
         05 FILLER                         PIC X(07).
        03 SCN-QUARTER-DETAIL REDEFINES SCN-DETAIL.
         05 SCN-QUARTER                    PIC 9(02).
         05 SCN-QUARTER-TEXT REDEFINES SCN-QUARTER
                                           PIC X(02).
         05 FILLER                         PIC X(01).
         05 SCN-ROLL-MULT                  PIC 9V99.
         05 SCN-ROLL-MULT-TEXT REDEFINES SCN-ROLL-MULT
                                           PIC X(03).
         05 FILLER                         PIC X(01).
         05 SCN-PAYMENT-MULT               PIC 9V99.
         05 SCN-PAYMENT-MULT-TEXT REDEFINES SCN-PAYMENT-MULT
                                           PIC X(03).
         05 FILLER                         PIC X(01).
         05 SCN-SCORE-DROP                 PIC 9(03).
         05 SCN-SCORE-DROP-TEXT REDEFINES SCN-SCORE-DROP
                                           PIC X(03).
         05 FILLER                         PIC X(01).
         05 SCN-INDEX-MOVE                 PIC S9V9(4)
                                           SIGN LEADING SEPARATE.
         05 SCN-INDEX-MOVE-TEXT REDEFINES SCN-INDEX-MOVE
                                           PIC X(06).
         05 FILLER                         PIC X(17).
       fd Forecast-File.
       copy "ROLL-FORECAST.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Report-File.
       01 REPORT-LINE                      PIC X(132).

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "PAYMENT-RECORD.cpy" replacing ==(PREFIX)== by ==WS-PAY==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-PAYMENT-STATUS                PIC XX.
       01 WS-SCENARIO-STATUS               PIC XX.
       01 WS-FORECAST-STATUS               PIC XX.
       01 WS-REPORT-STATUS                 PIC XX.

       01 WS-TODAY                         PIC 9(08).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
        03 WS-TODAY-YEAR                   PIC 9(04).
        03 WS-TODAY-MONTH                  PIC 9(02).
        03 WS-TODAY-DAY                    PIC 9(02).
       01 WS-LAST-MONTH                    PIC 9(06).
       01 WS-LAST-MONTH-PARTS REDEFINES WS-LAST-MONTH.
        03 WS-LAST-MONTH-YEAR              PIC 9(04).
        03 WS-LAST-MONTH-MM                PIC 9(02).

      *> Each bureau point lost lifts the rate at which current
      *> dollars go 30 days past due by one per cent of itself.
       78 SCORE-DROP-ENTRY-LIFT            VALUE 0.0100.
       78 DEFAULT-HORIZON                  VALUE 9.
       78 MINIMUM-HORIZON                  VALUE 9.
       78 MAXIMUM-HORIZON                  VALUE 12.
       78 MONTHS-PER-QUARTER               VALUE 3.

      *> The book today, by bucket: 1 current, 2 thirty, 3 sixty,
      *> 4 ninety, 5 one-twenty and over.
       01 BOOK-BUCKETS.
        03 BOOK-BALANCE OCCURS 5 TIMES     PIC S9(14)V99.
       01 WS-BUCKET                        PIC 9 COMP-5.
       01 WS-BOOK-TOTAL                    PIC S9(14)V99 VALUE 0.
       01 WS-BOOK-APR-WEIGHT               PIC S9(14)V9(6) VALUE 0.
       01 WS-INDEXED-TOTAL                 PIC S9(14)V99 VALUE 0.
       01 WS-LAST-MONTH-PAID               PIC S9(14)V99 VALUE 0.
       01 WS-ACCOUNTS-IN-BOOK              PIC 9(6) COMP-5 VALUE 0.

      *> The baseline behaviour the scenarios shock.
       01 WS-BASE-RATES.
        03 WS-BASE-ENTRY-RATE              PIC 9V9(6) COMP-3.
        03 WS-BASE-RATE-30-60              PIC 9V9(6) COMP-3.
        03 WS-BASE-RATE-60-90              PIC 9V9(6) COMP-3.
        03 WS-BASE-RATE-90-120             PIC 9V9(6) COMP-3.
        03 WS-BASE-RATE-120-CO             PIC 9V9(6) COMP-3.
        03 WS-BASE-PAYMENT-RATE            PIC 9V9(6) COMP-3.
        03 WS-BASE-APR                     PIC 9V9(6) COMP-3.
        03 WS-INDEXED-SHARE                PIC 9V9(6) COMP-3.
       01 WS-FORECAST-MONTH-USED           PIC 9(06) VALUE 0.

      *> Scenarios - entry 1 is the unshocked baseline.
       78 SCENARIO-TABLE-MAX               VALUE 11.
       01 SCENARIO-TABLE.
        03 SCENARIO-ENTRY OCCURS 11 TIMES.
         05 SC-ID                           PIC X(08).
         05 SC-NAME                         PIC X(30).
         05 SC-HORIZON                      PIC 99 COMP-5.
         05 SC-QUARTER OCCURS 12 TIMES.
          07 SC-GIVEN-FLAG                  PIC X(01).
           88 SC-QUARTER-GIVEN                  VALUE "Y".
          07 SC-ROLL-MULT                   PIC 9V99.
          07 SC-PAYMENT-MULT                PIC 9V99.
          07 SC-SCORE-DROP                  PIC 9(03).
          07 SC-INDEX-MOVE                  PIC S9V9(4).
          07 SC-RESULT-BALANCE              PIC S9(14)V99.
          07 SC-RESULT-DELINQUENT           PIC S9(14)V99.
          07 SC-RESULT-CHARGEOFFS           PIC S9(14)V99.
          07 SC-RESULT-INTEREST             PIC S9(14)V99.
          07 SC-RESULT-RESERVE              PIC S9(14)V99.
       01 SCENARIO-COUNT                   PIC 99 COMP-5 VALUE 0.
       01 SCENARIO-INDEX                   PIC 99 COMP-5.
       01 QUARTER-INDEX                    PIC 99 COMP-5.
       01 WS-PRIOR-QUARTER                 PIC 99 COMP-5.
       01 WS-LINES-REJECTED                PIC 9(6) COMP-5 VALUE 0.

      *> The month-by-month run of one scenario.
       01 RUN-BUCKETS.
        03 RUN-BALANCE OCCURS 5 TIMES      PIC S9(14)V99.
       01 WS-RUN-MONTH                     PIC 99 COMP-5.
       01 WS-MONTH-IN-QUARTER              PIC 9 COMP-5.
       01 WS-RUN-RATES.
        03 WS-RUN-ENTRY-RATE               PIC 9V9(6) COMP-3.
        03 WS-RUN-RATE-30-60               PIC 9V9(6) COMP-3.
        03 WS-RUN-RATE-60-90               PIC 9V9(6) COMP-3.
        03 WS-RUN-RATE-90-120              PIC 9V9(6) COMP-3.
        03 WS-RUN-RATE-120-CO              PIC 9V9(6) COMP-3.
        03 WS-RUN-PAYMENT-RATE             PIC 9V9(6) COMP-3.
        03 WS-RUN-APR                      PIC S9V9(6) COMP-3.
       01 WS-RATE-WORK                     PIC 9(3)V9(6) COMP-3.
       01 WS-MONTHLY-SPEND                 PIC S9(14)V99.
       01 WS-FLOWS.
        03 WS-ROLL-TO-30                   PIC S9(14)V99.
        03 WS-ROLL-TO-60                   PIC S9(14)V99.
        03 WS-ROLL-TO-90                   PIC S9(14)V99.
        03 WS-ROLL-TO-120                  PIC S9(14)V99.
        03 WS-CHARGED-OFF                  PIC S9(14)V99.
        03 WS-CURED                        PIC S9(14)V99.
        03 WS-PAID-DOWN                    PIC S9(14)V99.
        03 WS-MONTH-INTEREST               PIC S9(14)V99.

       01 WS-HORIZON-TOTALS.
        03 WS-SCN-CHARGEOFFS               PIC S9(14)V99.
        03 WS-BASE-CHARGEOFFS              PIC S9(14)V99.
        03 WS-SCN-INTEREST                 PIC S9(14)V99.
        03 WS-BASE-INTEREST                PIC S9(14)V99.

       01 DISPLAY-RATE                     PIC 9.9(4).
       01 DISPLAY-CASH                     PIC -Z(13)9.99.
       01 DISPLAY-COUNT                    PIC Z(5)9.
       01 DISPLAY-MULT                     PIC 9.99.
       01 DISPLAY-DROP                     PIC ZZ9.
       01 DISPLAY-MOVE                     PIC +9.9999.

       01 HEADING-LINE.
        03 FILLER                          PIC X(04) VALUE "QTR".
        03 FILLER                          PIC X(22)
                         VALUE "  BASE BAL    SCN BAL".
        03 FILLER                          PIC X(22)
                         VALUE "  BASE DLQ    SCN DLQ".
        03 FILLER                          PIC X(22)
                         VALUE "   BASE CO     SCN CO".
        03 FILLER                          PIC X(22)
                         VALUE "  BASE INT    SCN INT".
        03 FILLER                          PIC X(22)
                         VALUE "  BASE RSV    SCN RSV".
       01 DETAIL-LINE.
        03 DL-QUARTER                      PIC Z9.
        03 FILLER                          PIC X(02) VALUE SPACES.
        03 DL-BASE-BALANCE                 PIC -Z(9)9.
        03 DL-SCN-BALANCE                  PIC -Z(9)9.
        03 DL-BASE-DELINQUENT              PIC -Z(9)9.
        03 DL-SCN-DELINQUENT               PIC -Z(9)9.
        03 DL-BASE-CHARGEOFFS              PIC -Z(9)9.
        03 DL-SCN-CHARGEOFFS               PIC -Z(9)9.
        03 DL-BASE-INTEREST                PIC -Z(9)9.
        03 DL-SCN-INTEREST                 PIC -Z(9)9.
        03 DL-BASE-RESERVE                 PIC -Z(9)9.
        03 DL-SCN-RESERVE                  PIC -Z(9)9.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform LOAD-BASELINE-RATES
           if return-code <> 0
               stop run
           end-if
           perform LOAD-SCENARIOS
           if return-code <> 0
               stop run
           end-if
           perform MEASURE-THE-BOOK
           if return-code <> 0
               stop run
           end-if
           perform varying SCENARIO-INDEX from 1 by 1
                       until SCENARIO-INDEX > SCENARIO-COUNT
               perform RUN-ONE-SCENARIO
           end-perform
           perform WRITE-THE-REPORT
           display "*** Roll rates from forecast: "
                   WS-FORECAST-MONTH-USED
           display "*** Accounts in the book:     " WS-ACCOUNTS-IN-BOOK
           move WS-BOOK-TOTAL to DISPLAY-CASH
           display "*** Book balance:             " DISPLAY-CASH
           compute SCENARIO-INDEX = SCENARIO-COUNT - 1
           display "*** Scenarios run:            " SCENARIO-INDEX
           display "*** Scenario lines rejected:  " WS-LINES-REJECTED
           stop run.

      *> The trailing roll rates off the newest forecast row - the
      *> stress run shocks what the roll-rate model last measured.
       LOAD-BASELINE-RATES SECTION.
           initialize WS-BASE-RATES
           open input Forecast-File
           if WS-FORECAST-STATUS <> "00"
               display "*** No roll-rate forecast on file - run the "
                       "roll-rate forecast first"
               move 8 to return-code
               exit section
           end-if
           move 0 to FILE-FORECAST-MONTH of FILE-ROLL-FORECAST
           start Forecast-File key >= FILE-FORECAST-MONTH
                                   of FILE-ROLL-FORECAST
           perform until WS-FORECAST-STATUS <> "00"
               read Forecast-File next
                   at end move "10" to WS-FORECAST-STATUS
               end-read
               if WS-FORECAST-STATUS = "00"
                   move FILE-FORECAST-MONTH of FILE-ROLL-FORECAST
                                   to WS-FORECAST-MONTH-USED
                   move FILE-RATE-30-60 of FILE-ROLL-FORECAST
                                   to WS-BASE-RATE-30-60
                   move FILE-RATE-60-90 of FILE-ROLL-FORECAST
                                   to WS-BASE-RATE-60-90
                   move FILE-RATE-90-120 of FILE-ROLL-FORECAST
                                   to WS-BASE-RATE-90-120
                   move FILE-RATE-120-CO of FILE-ROLL-FORECAST
                                   to WS-BASE-RATE-120-CO
               end-if
           end-perform
           close Forecast-File
           if WS-FORECAST-MONTH-USED = 0
               display "*** No roll-rate forecast on file - run the "
                       "roll-rate forecast first"
               move 8 to return-code
           end-if
           .

      *> Scenario 1 is the baseline; each S line opens a scenario
      *> and its Q lines fill in quarters. A line that does not
      *> parse, or names a scenario not yet opened, is rejected and
      *> counted - the runner never guesses at a shock.
       LOAD-SCENARIOS SECTION.
           move 1 to SCENARIO-COUNT
           move "BASELINE" to SC-ID(1)
           move "NO SHOCK" to SC-NAME(1)
           move MAXIMUM-HORIZON to SC-HORIZON(1)
           open input Scenario-File
           if WS-SCENARIO-STATUS <> "00"
               display "*** No stress scenario file"
               move 8 to return-code
               exit section
           end-if
           perform until WS-SCENARIO-STATUS <> "00"
               read Scenario-File
                   at end move "10" to WS-SCENARIO-STATUS
               end-read
               if WS-SCENARIO-STATUS = "00"
                   evaluate true
                       when SCN-IS-SCENARIO
                           perform OPEN-SCENARIO
                       when SCN-IS-QUARTER
                           perform STORE-QUARTER-SHOCK
                       when SCENARIO-LINE = spaces
                           continue
                       when other
                           add 1 to WS-LINES-REJECTED
                   end-evaluate
               end-if
           end-perform
           close Scenario-File
           if SCENARIO-COUNT < 2
               display "*** Stress scenario file names no scenario"
               move 8 to return-code
               exit section
           end-if
           perform varying SCENARIO-INDEX from 1 by 1
                       until SCENARIO-INDEX > SCENARIO-COUNT
               perform FILL-UNGIVEN-QUARTERS
           end-perform
           .

       OPEN-SCENARIO SECTION.
           if SCENARIO-COUNT >= SCENARIO-TABLE-MAX
               display "*** Scenario table full - " SCN-SCENARIO-ID
                       " not run"
               add 1 to WS-LINES-REJECTED
               exit section
           end-if
           if SCN-HORIZON-TEXT <> spaces
               if SCN-HORIZON-TEXT is not numeric
                       or SCN-HORIZON < MINIMUM-HORIZON
                       or SCN-HORIZON > MAXIMUM-HORIZON
                   display "*** Bad horizon for scenario "
                           SCN-SCENARIO-ID ": " SCN-HORIZON-TEXT
                   add 1 to WS-LINES-REJECTED
                   exit section
               end-if
           end-if
           add 1 to SCENARIO-COUNT
           initialize SCENARIO-ENTRY(SCENARIO-COUNT)
           move SCN-SCENARIO-ID to SC-ID(SCENARIO-COUNT)
           move SCN-NAME to SC-NAME(SCENARIO-COUNT)
           if SCN-HORIZON-TEXT = spaces
               move DEFAULT-HORIZON to SC-HORIZON(SCENARIO-COUNT)
           else
               move SCN-HORIZON to SC-HORIZON(SCENARIO-COUNT)
           end-if
           .

       STORE-QUARTER-SHOCK SECTION.
           move 0 to SCENARIO-INDEX
           perform varying QUARTER-INDEX from 2 by 1
                       until QUARTER-INDEX > SCENARIO-COUNT
               if SC-ID(QUARTER-INDEX) = SCN-SCENARIO-ID
                   move QUARTER-INDEX to SCENARIO-INDEX
               end-if
           end-perform
           if SCN-ROLL-MULT-TEXT = spaces
               move "100" to SCN-ROLL-MULT-TEXT
           end-if
           if SCN-PAYMENT-MULT-TEXT = spaces
               move "100" to SCN-PAYMENT-MULT-TEXT
           end-if
           if SCN-SCORE-DROP-TEXT = spaces
               move "000" to SCN-SCORE-DROP-TEXT
           end-if
           if SCN-INDEX-MOVE-TEXT = spaces
               move "+00000" to SCN-INDEX-MOVE-TEXT
           end-if
           if SCENARIO-INDEX = 0
                   or SCN-QUARTER-TEXT is not numeric
                   or SCN-QUARTER = 0
                   or SCN-QUARTER > MAXIMUM-HORIZON
                   or SCN-ROLL-MULT-TEXT is not numeric
                   or SCN-PAYMENT-MULT-TEXT is not numeric
                   or SCN-SCORE-DROP-TEXT is not numeric
                   or SCN-INDEX-MOVE is not numeric
               display "*** Bad quarter line for scenario "
                       SCN-SCENARIO-ID ": " SCN-DETAIL
               add 1 to WS-LINES-REJECTED
               exit section
           end-if
           move SCN-QUARTER to QUARTER-INDEX
           set SC-QUARTER-GIVEN(SCENARIO-INDEX, QUARTER-INDEX) to true
           move SCN-ROLL-MULT
                   to SC-ROLL-MULT(SCENARIO-INDEX, QUARTER-INDEX)
           move SCN-PAYMENT-MULT
                   to SC-PAYMENT-MULT(SCENARIO-INDEX, QUARTER-INDEX)
           move SCN-SCORE-DROP
                   to SC-SCORE-DROP(SCENARIO-INDEX, QUARTER-INDEX)
           move SCN-INDEX-MOVE
                   to SC-INDEX-MOVE(SCENARIO-INDEX, QUARTER-INDEX)
           .

      *> Quarters with no Q line carry the one before; before the
      *> first given quarter (and for the baseline) nothing is
      *> shocked.
       FILL-UNGIVEN-QUARTERS SECTION.
           perform varying QUARTER-INDEX from 1 by 1
                       until QUARTER-INDEX > MAXIMUM-HORIZON
               if not SC-QUARTER-GIVEN(SCENARIO-INDEX, QUARTER-INDEX)
                   if QUARTER-INDEX = 1
                       move 1 to SC-ROLL-MULT(SCENARIO-INDEX, 1)
                       move 1 to SC-PAYMENT-MULT(SCENARIO-INDEX, 1)
                       move 0 to SC-SCORE-DROP(SCENARIO-INDEX, 1)
                       move 0 to SC-INDEX-MOVE(SCENARIO-INDEX, 1)
                   else
                       compute WS-PRIOR-QUARTER = QUARTER-INDEX - 1
                       move SC-ROLL-MULT(SCENARIO-INDEX,
                                         WS-PRIOR-QUARTER)
                         to SC-ROLL-MULT(SCENARIO-INDEX, QUARTER-INDEX)
                       move SC-PAYMENT-MULT(SCENARIO-INDEX,
                                            WS-PRIOR-QUARTER)
                         to SC-PAYMENT-MULT(SCENARIO-INDEX,
                                            QUARTER-INDEX)
                       move SC-SCORE-DROP(SCENARIO-INDEX,
                                          WS-PRIOR-QUARTER)
                         to SC-SCORE-DROP(SCENARIO-INDEX,
                                          QUARTER-INDEX)
                       move SC-INDEX-MOVE(SCENARIO-INDEX,
                                          WS-PRIOR-QUARTER)
                         to SC-INDEX-MOVE(SCENARIO-INDEX,
                                          QUARTER-INDEX)
                   end-if
               end-if
           end-perform
           .

      *> Open card balances by bucket, the balance-weighted APR and
      *> the indexed share, then last month's payments over the book
      *> for the payment rate.
       MEASURE-THE-BOOK SECTION.
           initialize BOOK-BUCKETS
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           if FILE-STATUS <> "00"
               display "*** Could not open account file, status "
                       FILE-STATUS
               move 8 to return-code
               exit section
           end-if
           move 0 to WS-ACCOUNT-ID of WS-ACCOUNT
           move START-READ to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           perform READ-NEXT-ACCOUNT
           perform until FILE-STATUS <> "00"
               if (WS-TYPE-CREDIT-CARD of WS-ACCOUNT
                       or WS-TYPE-CHARGE-CARD of WS-ACCOUNT)
                   and not WS-ACCOUNT-CHARGED-OFF of WS-ACCOUNT
                   and WS-BALANCE of WS-ACCOUNT > 0
                   perform ADD-ACCOUNT-TO-BOOK
               end-if
               perform READ-NEXT-ACCOUNT
           end-perform
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           if WS-BOOK-TOTAL not > 0
               display "*** No open card balances to stress"
               move 8 to return-code
               exit section
           end-if
           perform SUM-LAST-MONTH-PAYMENTS
           compute WS-BASE-APR rounded =
                   WS-BOOK-APR-WEIGHT / WS-BOOK-TOTAL
           compute WS-INDEXED-SHARE rounded =
                   WS-INDEXED-TOTAL / WS-BOOK-TOTAL
           compute WS-RATE-WORK rounded =
                   WS-LAST-MONTH-PAID / WS-BOOK-TOTAL
           if WS-RATE-WORK > 1
               move 1 to WS-RATE-WORK
           end-if
           move WS-RATE-WORK to WS-BASE-PAYMENT-RATE
           move 0 to WS-BASE-ENTRY-RATE
           if BOOK-BALANCE(1) > 0
               compute WS-RATE-WORK rounded =
                       BOOK-BALANCE(2) / BOOK-BALANCE(1)
               if WS-RATE-WORK > 1
                   move 1 to WS-RATE-WORK
               end-if
               move WS-RATE-WORK to WS-BASE-ENTRY-RATE
           end-if
           .

       READ-NEXT-ACCOUNT SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           .

       ADD-ACCOUNT-TO-BOOK SECTION.
           add 1 to WS-ACCOUNTS-IN-BOOK
           if WS-MISSED-PAYMENT-COUNT of WS-ACCOUNT > 4
               move 5 to WS-BUCKET
           else
               compute WS-BUCKET =
                       WS-MISSED-PAYMENT-COUNT of WS-ACCOUNT + 1
           end-if
           add WS-BALANCE of WS-ACCOUNT to BOOK-BALANCE(WS-BUCKET)
                                           WS-BOOK-TOTAL
           compute WS-BOOK-APR-WEIGHT = WS-BOOK-APR-WEIGHT
                   + WS-BALANCE of WS-ACCOUNT * WS-APR of WS-ACCOUNT
           if WS-RATE-IS-INDEXED of WS-ACCOUNT
               add WS-BALANCE of WS-ACCOUNT to WS-INDEXED-TOTAL
           end-if
           .

       SUM-LAST-MONTH-PAYMENTS SECTION.
           move WS-TODAY(1:6) to WS-LAST-MONTH
           if WS-LAST-MONTH-MM = 1
               subtract 1 from WS-LAST-MONTH-YEAR
               move 12 to WS-LAST-MONTH-MM
           else
               subtract 1 from WS-LAST-MONTH-MM
           end-if
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-PAYMENT-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-PAYMENT-STATUS
           if WS-PAYMENT-STATUS <> "00"
               display "*** No payment file - no paydown assumed"
               exit section
           end-if
           move 0 to WS-PAY-PAYMENT-ID
           move START-READ to WS-FUNCTION-CODE
           call READ-PAYMENT-RECORD using by value WS-FUNCTION-CODE
                                by reference WS-PAY-PAYMENT-RECORD
                                             WS-PAYMENT-STATUS
           perform READ-NEXT-PAYMENT
           perform until WS-PAYMENT-STATUS <> "00"
               if WS-PAY-PAYMENT-DATE(1:6) = WS-LAST-MONTH
                   add WS-PAY-AMOUNT to WS-LAST-MONTH-PAID
               end-if
               perform READ-NEXT-PAYMENT
           end-perform
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-PAYMENT-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-PAYMENT-STATUS
           .

       READ-NEXT-PAYMENT SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-PAYMENT-RECORD using by value WS-FUNCTION-CODE
                                by reference WS-PAY-PAYMENT-RECORD
                                             WS-PAYMENT-STATUS
           .

      *> New spend holds at the book's current paydown, so the
      *> unshocked book stays level apart from what migrates.
       RUN-ONE-SCENARIO SECTION.
           move BOOK-BUCKETS to RUN-BUCKETS
           compute WS-MONTHLY-SPEND rounded =
                   BOOK-BALANCE(1) * WS-BASE-PAYMENT-RATE
           move 1 to QUARTER-INDEX
           move 0 to WS-MONTH-IN-QUARTER
           perform varying WS-RUN-MONTH from 1 by 1
                   until WS-RUN-MONTH >
                         SC-HORIZON(SCENARIO-INDEX) * MONTHS-PER-QUARTER
               perform SET-RUN-RATES
               perform RUN-ONE-MONTH
               add 1 to WS-MONTH-IN-QUARTER
               if WS-MONTH-IN-QUARTER = MONTHS-PER-QUARTER
                   perform CLOSE-THE-QUARTER
                   add 1 to QUARTER-INDEX
                   move 0 to WS-MONTH-IN-QUARTER
               end-if
           end-perform
           .

      *> The quarter's shocks on the baseline behaviour; no rate may
      *> move more than all of a bucket.
       SET-RUN-RATES SECTION.
           compute WS-RATE-WORK rounded = WS-BASE-ENTRY-RATE
                 * SC-ROLL-MULT(SCENARIO-INDEX, QUARTER-INDEX)
                 * (1 + SC-SCORE-DROP(SCENARIO-INDEX, QUARTER-INDEX)
                        * SCORE-DROP-ENTRY-LIFT)
           if WS-RATE-WORK > 1
               move 1 to WS-RATE-WORK
           end-if
           move WS-RATE-WORK to WS-RUN-ENTRY-RATE
           compute WS-RATE-WORK rounded = WS-BASE-RATE-30-60
                 * SC-ROLL-MULT(SCENARIO-INDEX, QUARTER-INDEX)
           if WS-RATE-WORK > 1
               move 1 to WS-RATE-WORK
           end-if
           move WS-RATE-WORK to WS-RUN-RATE-30-60
           compute WS-RATE-WORK rounded = WS-BASE-RATE-60-90
                 * SC-ROLL-MULT(SCENARIO-INDEX, QUARTER-INDEX)
           if WS-RATE-WORK > 1
               move 1 to WS-RATE-WORK
           end-if
           move WS-RATE-WORK to WS-RUN-RATE-60-90
           compute WS-RATE-WORK rounded = WS-BASE-RATE-90-120
                 * SC-ROLL-MULT(SCENARIO-INDEX, QUARTER-INDEX)
           if WS-RATE-WORK > 1
               move 1 to WS-RATE-WORK
           end-if
           move WS-RATE-WORK to WS-RUN-RATE-90-120
           compute WS-RATE-WORK rounded = WS-BASE-RATE-120-CO
                 * SC-ROLL-MULT(SCENARIO-INDEX, QUARTER-INDEX)
           if WS-RATE-WORK > 1
               move 1 to WS-RATE-WORK
           end-if
           move WS-RATE-WORK to WS-RUN-RATE-120-CO
           compute WS-RATE-WORK rounded = WS-BASE-PAYMENT-RATE
                 * SC-PAYMENT-MULT(SCENARIO-INDEX, QUARTER-INDEX)
           if WS-RATE-WORK > 1
               move 1 to WS-RATE-WORK
           end-if
           move WS-RATE-WORK to WS-RUN-PAYMENT-RATE
           compute WS-RUN-APR rounded = WS-BASE-APR
                 + WS-INDEXED-SHARE
                   * SC-INDEX-MOVE(SCENARIO-INDEX, QUARTER-INDEX)
           if WS-RUN-APR < 0
               move 0 to WS-RUN-APR
           end-if
           .

      *> One month down the chain. Interest is earned on the month's
      *> opening balances; dollars that do not roll out of a
      *> delinquent bucket cure to current, the 120 bucket excepted,
      *> which holds until it charges off.
       RUN-ONE-MONTH SECTION.
           compute WS-MONTH-INTEREST rounded =
                   (RUN-BALANCE(1) + RUN-BALANCE(2) + RUN-BALANCE(3)
                  + RUN-BALANCE(4) + RUN-BALANCE(5))
                   * WS-RUN-APR / 12
           add WS-MONTH-INTEREST
                   to SC-RESULT-INTEREST(SCENARIO-INDEX, QUARTER-INDEX)
           compute WS-ROLL-TO-30 rounded =
                   RUN-BALANCE(1) * WS-RUN-ENTRY-RATE
           compute WS-ROLL-TO-60 rounded =
                   RUN-BALANCE(2) * WS-RUN-RATE-30-60
           compute WS-ROLL-TO-90 rounded =
                   RUN-BALANCE(3) * WS-RUN-RATE-60-90
           compute WS-ROLL-TO-120 rounded =
                   RUN-BALANCE(4) * WS-RUN-RATE-90-120
           compute WS-CHARGED-OFF rounded =
                   RUN-BALANCE(5) * WS-RUN-RATE-120-CO
           compute WS-PAID-DOWN rounded =
                   RUN-BALANCE(1) * WS-RUN-PAYMENT-RATE
           compute WS-CURED = RUN-BALANCE(2) - WS-ROLL-TO-60
                            + RUN-BALANCE(3) - WS-ROLL-TO-90
                            + RUN-BALANCE(4) - WS-ROLL-TO-120
           compute RUN-BALANCE(1) = RUN-BALANCE(1) - WS-ROLL-TO-30
                   - WS-PAID-DOWN + WS-MONTHLY-SPEND + WS-CURED
           if RUN-BALANCE(1) < 0
               move 0 to RUN-BALANCE(1)
           end-if
           compute RUN-BALANCE(5) = RUN-BALANCE(5) - WS-CHARGED-OFF
                                  + WS-ROLL-TO-120
           move WS-ROLL-TO-90 to RUN-BALANCE(4)
           move WS-ROLL-TO-60 to RUN-BALANCE(3)
           move WS-ROLL-TO-30 to RUN-BALANCE(2)
           add WS-CHARGED-OFF
                  to SC-RESULT-CHARGEOFFS(SCENARIO-INDEX, QUARTER-INDEX)
           .

      *> Quarter-end position; the required reserve is each bucket's
      *> dollars carried down the rest of the chain at the quarter's
      *> rates, the way the roll-rate forecast projects its loss.
       CLOSE-THE-QUARTER SECTION.
           compute SC-RESULT-BALANCE(SCENARIO-INDEX, QUARTER-INDEX) =
                   RUN-BALANCE(1) + RUN-BALANCE(2) + RUN-BALANCE(3)
                 + RUN-BALANCE(4) + RUN-BALANCE(5)
           compute SC-RESULT-DELINQUENT(SCENARIO-INDEX, QUARTER-INDEX)
                 = RUN-BALANCE(2) + RUN-BALANCE(3)
                 + RUN-BALANCE(4) + RUN-BALANCE(5)
           compute SC-RESULT-RESERVE(SCENARIO-INDEX, QUARTER-INDEX)
                   rounded =
                   RUN-BALANCE(5) * WS-RUN-RATE-120-CO
                 + RUN-BALANCE(4) * WS-RUN-RATE-90-120
                                  * WS-RUN-RATE-120-CO
                 + RUN-BALANCE(3) * WS-RUN-RATE-60-90
                                  * WS-RUN-RATE-90-120
                                  * WS-RUN-RATE-120-CO
                 + RUN-BALANCE(2) * WS-RUN-RATE-30-60
                                  * WS-RUN-RATE-60-90
                                  * WS-RUN-RATE-90-120
                                  * WS-RUN-RATE-120-CO
                 + RUN-BALANCE(1) * WS-RUN-ENTRY-RATE
                                  * WS-RUN-RATE-30-60
                                  * WS-RUN-RATE-60-90
                                  * WS-RUN-RATE-90-120
                                  * WS-RUN-RATE-120-CO
           .

       WRITE-THE-REPORT SECTION.
           open output Report-File
           move spaces to REPORT-LINE
           string "PORTFOLIO CREDIT STRESS TEST  RUN " WS-TODAY
                  "  ROLL RATES FROM FORECAST " WS-FORECAST-MONTH-USED
                  delimited by size into REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           move WS-BOOK-TOTAL to DISPLAY-CASH
           move WS-ACCOUNTS-IN-BOOK to DISPLAY-COUNT
           string "BOOK " DISPLAY-CASH " OVER " DISPLAY-COUNT
                  " ACCOUNTS" delimited by size into REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "BASELINE MONTHLY RATES  CUR-30 "
                  delimited by size into REPORT-LINE
           move WS-BASE-ENTRY-RATE to DISPLAY-RATE
           move DISPLAY-RATE to REPORT-LINE(32:6)
           move "30-60" to REPORT-LINE(39:5)
           move WS-BASE-RATE-30-60 to DISPLAY-RATE
           move DISPLAY-RATE to REPORT-LINE(45:6)
           move "60-90" to REPORT-LINE(52:5)
           move WS-BASE-RATE-60-90 to DISPLAY-RATE
           move DISPLAY-RATE to REPORT-LINE(58:6)
           move "90-120" to REPORT-LINE(65:6)
           move WS-BASE-RATE-90-120 to DISPLAY-RATE
           move DISPLAY-RATE to REPORT-LINE(72:6)
           move "120-CO" to REPORT-LINE(79:6)
           move WS-BASE-RATE-120-CO to DISPLAY-RATE
           move DISPLAY-RATE to REPORT-LINE(86:6)
           move "PAYMENT" to REPORT-LINE(93:7)
           move WS-BASE-PAYMENT-RATE to DISPLAY-RATE
           move DISPLAY-RATE to REPORT-LINE(101:6)
           move "APR" to REPORT-LINE(108:3)
           move WS-BASE-APR to DISPLAY-RATE
           move DISPLAY-RATE to REPORT-LINE(112:6)
           move "INDEXED" to REPORT-LINE(119:7)
           move WS-INDEXED-SHARE to DISPLAY-RATE
           move DISPLAY-RATE to REPORT-LINE(127:6)
           write REPORT-LINE
           perform varying SCENARIO-INDEX from 2 by 1
                       until SCENARIO-INDEX > SCENARIO-COUNT
               perform WRITE-ONE-SCENARIO
           end-perform
           close Report-File
           .

       WRITE-ONE-SCENARIO SECTION.
           move spaces to REPORT-LINE
           write REPORT-LINE
           string "SCENARIO " SC-ID(SCENARIO-INDEX) "  "
                  SC-NAME(SCENARIO-INDEX)
                  delimited by size into REPORT-LINE
           write REPORT-LINE
           initialize WS-HORIZON-TOTALS
           perform varying QUARTER-INDEX from 1 by 1
                       until QUARTER-INDEX > SC-HORIZON(SCENARIO-INDEX)
               move spaces to REPORT-LINE
               move SC-ROLL-MULT(SCENARIO-INDEX, QUARTER-INDEX)
                                   to DISPLAY-MULT
               string "  Q" delimited by size into REPORT-LINE
               move QUARTER-INDEX to DL-QUARTER
               move DL-QUARTER to REPORT-LINE(4:2)
               move "ROLL X" to REPORT-LINE(8:6)
               move DISPLAY-MULT to REPORT-LINE(15:4)
               move "PAYMENT X" to REPORT-LINE(21:9)
               move SC-PAYMENT-MULT(SCENARIO-INDEX, QUARTER-INDEX)
                                   to DISPLAY-MULT
               move DISPLAY-MULT to REPORT-LINE(31:4)
               move "SCORE -" to REPORT-LINE(37:7)
               move SC-SCORE-DROP(SCENARIO-INDEX, QUARTER-INDEX)
                                   to DISPLAY-DROP
               move DISPLAY-DROP to REPORT-LINE(45:3)
               move "INDEX" to REPORT-LINE(50:5)
               move SC-INDEX-MOVE(SCENARIO-INDEX, QUARTER-INDEX)
                                   to DISPLAY-MOVE
               move DISPLAY-MOVE to REPORT-LINE(56:7)
               write REPORT-LINE
           end-perform
           write REPORT-LINE from HEADING-LINE
           perform varying QUARTER-INDEX from 1 by 1
                       until QUARTER-INDEX > SC-HORIZON(SCENARIO-INDEX)
               move QUARTER-INDEX to DL-QUARTER
               move SC-RESULT-BALANCE(1, QUARTER-INDEX)
                                   to DL-BASE-BALANCE
               move SC-RESULT-BALANCE(SCENARIO-INDEX, QUARTER-INDEX)
                                   to DL-SCN-BALANCE
               move SC-RESULT-DELINQUENT(1, QUARTER-INDEX)
                                   to DL-BASE-DELINQUENT
               move SC-RESULT-DELINQUENT(SCENARIO-INDEX,
                                         QUARTER-INDEX)
                                   to DL-SCN-DELINQUENT
               move SC-RESULT-CHARGEOFFS(1, QUARTER-INDEX)
                                   to DL-BASE-CHARGEOFFS
               move SC-RESULT-CHARGEOFFS(SCENARIO-INDEX,
                                         QUARTER-INDEX)
                                   to DL-SCN-CHARGEOFFS
               move SC-RESULT-INTEREST(1, QUARTER-INDEX)
                                   to DL-BASE-INTEREST
               move SC-RESULT-INTEREST(SCENARIO-INDEX, QUARTER-INDEX)
                                   to DL-SCN-INTEREST
               move SC-RESULT-RESERVE(1, QUARTER-INDEX)
                                   to DL-BASE-RESERVE
               move SC-RESULT-RESERVE(SCENARIO-INDEX, QUARTER-INDEX)
                                   to DL-SCN-RESERVE
               write REPORT-LINE from DETAIL-LINE
               add SC-RESULT-CHARGEOFFS(1, QUARTER-INDEX)
                                   to WS-BASE-CHARGEOFFS
               add SC-RESULT-CHARGEOFFS(SCENARIO-INDEX, QUARTER-INDEX)
                                   to WS-SCN-CHARGEOFFS
               add SC-RESULT-INTEREST(1, QUARTER-INDEX)
                                   to WS-BASE-INTEREST
               add SC-RESULT-INTEREST(SCENARIO-INDEX, QUARTER-INDEX)
                                   to WS-SCN-INTEREST
           end-perform
           move spaces to REPORT-LINE
           move WS-BASE-CHARGEOFFS to DL-BASE-CHARGEOFFS
           move WS-SCN-CHARGEOFFS to DL-SCN-CHARGEOFFS
           move WS-BASE-INTEREST to DL-BASE-INTEREST
           move WS-SCN-INTEREST to DL-SCN-INTEREST
           move "HORIZON TOTAL" to REPORT-LINE(1:13)
           move DL-BASE-CHARGEOFFS to REPORT-LINE(49:11)
           move DL-SCN-CHARGEOFFS to REPORT-LINE(60:11)
           move DL-BASE-INTEREST to REPORT-LINE(71:11)
           move DL-SCN-INTEREST to REPORT-LINE(82:11)
           write REPORT-LINE
           move WS-SCN-CHARGEOFFS to DISPLAY-CASH
           display "*** " SC-ID(SCENARIO-INDEX)
                   " horizon charge-offs: " DISPLAY-CASH
           .
