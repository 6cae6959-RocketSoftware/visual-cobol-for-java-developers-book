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

      *> Pricing-change what-if: replays each account's last closed
      *> cycles under a proposed set of pricing control files and
      *> reports what the change would have done, posting nothing.
      *> The proposals are read from their own copies of the files -
      *>   proposedFeeScheduleFile     FEE-SCHEDULE rows
      *>   proposedMinPaymentRuleFile  MIN-PAYMENT-RULE rows
      *>   proposedRiskPricingFile     risk-pricing score bands
      *> any of which may be left out, the current rules standing in
      *> for it. A versioned proposal contributes the rows under its
      *> last VERSION header, approved or still a draft, since a
      *> draft is what this is run against; the current side is the
      *> version in force on the processing date, served the usual
      *> way. Each closed cycle on the statement file is replayed:
      *>   interest   the statement's interest charged, rescaled by
      *>              the proposed over the current band APR where
      *>              the account still carries its band's APR for
      *>              the customer's latest score
      *>   fees       the cycle's fee rows, each re-priced from the
      *>              proposed schedule - cash advance and foreign
      *>              fees re-derived from the cycle's advances and
      *>              foreign-currency rows, so a fee the proposal
      *>              adds or drops shows up too
      *>   minimum    the statement's minimum, moved by the
      *>              difference between the two rules' figures on
      *>              the cycle's ending balance
      *> and the payments made in the following cycle are held
      *> against both minimums, so an account whose missed-payment
      *> count would reach (or fall back below) the delinquency
      *> threshold is counted as crossing into (or out of) it.
      *> The one-line control file gives the number of cycles to
      *> replay (columns 1-2, blank = 3, at most 12), the proposed
      *> effective date (yyyymmdd, columns 4-11, blank = the date on
      *> the proposal's VERSION header) and the change reference
      *> (columns 13-32) the approver files the report under. The
      *> report totals the change by institution and product.
       program-id. PricingWhatIf.

       environment division.
       input-output section.
       file-control.
           select Control-File assign to external pricingWhatIfControl
               organization is line sequential
               file status is WS-CONTROL-STATUS
               .
           select Proposed-Fee-File assign to external
                                           proposedFeeScheduleFile
               organization is line sequential
               file status is WS-PROPOSED-STATUS
               .
           select Proposed-Mpr-File assign to external
                                           proposedMinPaymentRuleFile
               organization is line sequential
               file status is WS-PROPOSED-STATUS
               .
           select Proposed-Pricing-File assign to external
                                           proposedRiskPricingFile
               organization is line sequential
               file status is WS-PROPOSED-STATUS
               .
           select Pricing-File assign to external riskPricingFile
               organization is line sequential
               file status is WS-PRICING-STATUS
               .
           select Score-File assign to external scoreHistoryFile
               file status is WS-SCORE-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-SCORE-KEY of FILE-SCORE-HISTORY
               .
           select Statement-File assign to external statementFile
               file status is WS-STATEMENT-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-STATEMENT-KEY
                          of FILE-STATEMENT-RECORD
               .
           select Report-File assign to external pricingWhatIfReport
               organization is line sequential
               file status is WS-REPORT-STATUS
               .

       data division.
       file section.
       fd Control-File.
       01 CONTROL-LINE.
        03 CTL-CYCLES                      PIC 9(02).
        03 CTL-CYCLES-TEXT REDEFINES CTL-CYCLES
                                           PIC X(02).
        03 FILLER                          PIC X(01).
        03 CTL-EFFECTIVE-DATE              PIC 9(08).
        03 CTL-EFFECTIVE-DATE-TEXT REDEFINES CTL-EFFECTIVE-DATE
                                           PIC X(08).
        03 FILLER                          PIC X(01).
        03 CTL-CHANGE-REFERENCE            PIC X(20).
       fd Proposed-Fee-File.
       01 PROPOSED-FEE-LINE                PIC X(80).
       fd Proposed-Mpr-File.
       01 PROPOSED-MPR-LINE                PIC X(80).
       fd Proposed-Pricing-File.
       01 PROPOSED-PRICING-LINE            PIC X(80).
       fd Pricing-File.
       01 PRICING-LINE                     PIC X(80).
       fd Score-File.
       copy "SCORE-HISTORY.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Statement-File.
       copy "STATEMENT-RECORD.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Report-File.
       01 REPORT-LINE                      PIC X(132).

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "TRANSACTION-RECORD.cpy" replacing ==(PREFIX)==
                                                  by ==WS-TXN==.
       copy "PAYMENT-RECORD.cpy" replacing ==(PREFIX)== by ==WS-PAY==.
       copy "FEE-SCHEDULE.cpy" replacing ==(PREFIX)== by ==WS-CFEE==.
       copy "FEE-SCHEDULE.cpy" replacing ==(PREFIX)== by ==WS-PFEE==.
       copy "MIN-PAYMENT-RULE.cpy" replacing ==(PREFIX)==
                                                  by ==WS-CMPR==.
       copy "MIN-PAYMENT-RULE.cpy" replacing ==(PREFIX)==
                                                  by ==WS-PMPR==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-TRANSACTION-STATUS            PIC XX.
       01 WS-PAYMENT-STATUS                PIC XX.
       01 WS-RULE-STATUS                   PIC XX.
       01 WS-PROPOSED-STATUS               PIC XX.
       01 WS-PRICING-STATUS                PIC XX.
       01 WS-SCORE-STATUS                  PIC XX.
       01 WS-STATEMENT-STATUS              PIC XX.
       01 WS-CONTROL-STATUS                PIC XX.
       01 WS-REPORT-STATUS                 PIC XX.

       01 WS-SCORE-FILE-FLAG               PIC X VALUE "N".
        88 SCORE-FILE-IS-AVAILABLE             VALUE "Y".

      *> The transaction descriptions the fee programs post under.
       78 ANNUAL-FEE-TEXT                  VALUE "ANNUAL FEE".
       78 OVERLIMIT-FEE-TEXT               VALUE "OVER LIMIT FEE".
       78 LATE-FEE-TEXT                    VALUE "LATE FEE".
       78 CASH-ADV-FEE-TEXT                VALUE "CASH ADVANCE FEE".
       78 FOREIGN-FEE-TEXT
                              VALUE "FOREIGN TRANSACTION FEE".
       78 EXCESS-WDL-FEE-TEXT
                              VALUE "EXCESS WITHDRAWAL FEE".
       78 CASH-ADVANCE-MCC-LOW             VALUE 6010.
       78 CASH-ADVANCE-MCC-HIGH            VALUE 6011.
       78 CONTROL-VERSION-TAG              VALUE "VERSION,".
      *> The missed-payment count at which ACCOUNT-DELINQUENT holds.
       78 DELINQUENT-MISSED-COUNT          VALUE 2.
       78 DEFAULT-CYCLES                   VALUE 3.

       01 WS-TODAY                         PIC 9(08).
       01 WS-CYCLES-WANTED                 PIC 99 COMP-5.
       01 WS-EFFECTIVE-DATE                PIC 9(08) VALUE 0.
       01 WS-CHANGE-REFERENCE              PIC X(20).

      *> Month arithmetic on a yyyymmdd date: the same day of the
      *> following month, whether or not the month has that day -
      *> only ever compared, never posted.
       01 WS-DATE-WORK                     PIC 9(08).
       01 WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
        03 WS-DATE-WORK-YEAR               PIC 9(04).
        03 WS-DATE-WORK-MONTH              PIC 9(02).
        03 WS-DATE-WORK-DAY                PIC 9(02).

      *> Which proposal files were supplied, and the VERSION header
      *> each versioned one was taken from.
       01 WS-PROPOSED-FEE-FLAG             PIC X VALUE "N".
        88 FEES-ARE-PROPOSED                   VALUE "Y".
       01 WS-PROPOSED-MPR-FLAG             PIC X VALUE "N".
        88 MINIMUMS-ARE-PROPOSED               VALUE "Y".
       01 WS-PROPOSED-BAND-FLAG            PIC X VALUE "N".
        88 BANDS-ARE-PROPOSED                  VALUE "Y".
       01 WS-FEE-VERSION-LINE              PIC X(60) VALUE SPACES.
       01 WS-MPR-VERSION-LINE              PIC X(60) VALUE SPACES.
       01 WS-RAW-LINE                      PIC X(80).
       01 WS-LOAD-SIDE                     PIC X(01).
        88 LOADING-CURRENT                     VALUE "C".
        88 LOADING-PROPOSED                    VALUE "P".

      *> Rule rows for both sides, kept as the file rows themselves.
       78 FEE-TABLE-MAX                    VALUE 40.
       01 FEE-TABLE.
        03 FEE-ENTRY OCCURS 40 TIMES.
         05 FEE-SIDE                        PIC X(01).
         05 FEE-ROW                         PIC X(80).
       01 FEE-COUNT                        PIC 99 COMP-5 VALUE 0.
       01 FEE-CURRENT-COUNT                PIC 99 COMP-5 VALUE 0.
       01 FEE-INDEX                        PIC 99 COMP-5.
       78 MPR-TABLE-MAX                    VALUE 40.
       01 MPR-TABLE.
        03 MPR-ENTRY OCCURS 40 TIMES.
         05 MPR-SIDE                        PIC X(01).
         05 MPR-ROW                         PIC X(80).
       01 MPR-COUNT                        PIC 99 COMP-5 VALUE 0.
       01 MPR-CURRENT-COUNT                PIC 99 COMP-5 VALUE 0.
       01 MPR-INDEX                        PIC 99 COMP-5.

      *> Risk-pricing band rows, laid out the way RiskPricing reads
      *> them.
       01 WS-PRICING-ROW.
        03 PRC-ACCOUNT-TYPE                PIC X(01).
        03 PRC-SCORE-LOW                   PIC 9(03).
        03 PRC-SCORE-LOW-TEXT REDEFINES PRC-SCORE-LOW
                                           PIC X(03).
        03 PRC-SCORE-HIGH                  PIC 9(03).
        03 PRC-SCORE-HIGH-TEXT REDEFINES PRC-SCORE-HIGH
                                           PIC X(03).
        03 PRC-APR                         PIC 9V9(4).
        03 PRC-APR-TEXT REDEFINES PRC-APR  PIC X(05).
        03 FILLER                          PIC X(68).
       78 BAND-TABLE-MAX                   VALUE 100.
       01 BAND-TABLE.
        03 BAND-ENTRY OCCURS 100 TIMES.
         05 BND-SIDE                        PIC X(01).
         05 BND-ACCOUNT-TYPE                PIC X(01).
         05 BND-SCORE-LOW                   PIC 9(03).
         05 BND-SCORE-HIGH                  PIC 9(03).
         05 BND-APR                         PIC 9V9(4).
       01 BAND-COUNT                       PIC 999 COMP-5 VALUE 0.
       01 BAND-INDEX                       PIC 999 COMP-5.
       01 WS-LOOKUP-SIDE                   PIC X(01).
       01 WS-BAND-APR                      PIC 9V9(4).
       01 WS-BAND-FOUND                    PIC X.
        88 A-BAND-WAS-FOUND                    VALUE "Y".
       01 WS-CURRENT-BAND-APR              PIC 9V9(4).
       01 WS-PROPOSED-BAND-APR             PIC 9V9(4).
       01 WS-CUSTOMER-SCORE                PIC 9(03).
       01 WS-SCORE-FOUND                   PIC X.
        88 A-SCORE-WAS-FOUND                   VALUE "Y".
       01 WS-REPRICE-FLAG                  PIC X.
        88 INTEREST-IS-REPRICED                VALUE "Y".

      *> The account's closed cycles, oldest first - only the last
      *> WS-CYCLES-WANTED of them are kept.
       78 CYCLE-TABLE-MAX                  VALUE 12.
       01 CYCLE-TABLE.
        03 CYCLE-ENTRY OCCURS 12 TIMES.
         05 CYC-START                       PIC 9(08).
         05 CYC-NEXT-START                  PIC 9(08).
         05 CYC-PAY-UNTIL                   PIC 9(08).
         05 CYC-ENDING-BALANCE              PIC S9(12)V99.
         05 CYC-INTEREST                    PIC S9(12)V99.
         05 CYC-MINIMUM                     PIC S9(12)V99.
         05 CYC-SKIP-FLAG                   PIC X(01).
          88 CYC-WAS-SKIPPED                    VALUE "S".
         05 CYC-CURRENT-FEES                PIC S9(12)V99.
         05 CYC-PROPOSED-FEES               PIC S9(12)V99.
         05 CYC-PAID                        PIC S9(12)V99.
       01 CYCLE-COUNT                      PIC 99 COMP-5.
       01 CYCLE-INDEX                      PIC 99 COMP-5.
       01 WS-SHIFT-INDEX                   PIC 99 COMP-5.
       01 WS-EVENT-DATE                    PIC 9(08).
       01 WS-EVENT-CYCLE                   PIC 99 COMP-5.

      *> Fee-bearing rows and the linked fee rows billed against
      *> them, gathered over the account's walk and priced after it.
       78 EVENT-TABLE-MAX                  VALUE 200.
       01 EVENT-TABLE.
        03 EVENT-ENTRY OCCURS 200 TIMES.
         05 EVT-TRANSACTION-ID              PIC X(4) COMP-X.
         05 EVT-AMOUNT                      PIC S9(12)V99.
         05 EVT-CYCLE                       PIC 99 COMP-5.
         05 EVT-KIND                        PIC X(01).
          88 EVT-CASH-ADVANCE                   VALUE "C".
          88 EVT-FOREIGN                        VALUE "F".
       01 EVENT-COUNT                      PIC 999 COMP-5.
       01 EVENT-INDEX                      PIC 999 COMP-5.
       78 LINKED-FEE-TABLE-MAX             VALUE 200.
       01 LINKED-FEE-TABLE.
        03 LINKED-FEE-ENTRY OCCURS 200 TIMES.
         05 LFE-LINKED-ID                   PIC X(4) COMP-X.
         05 LFE-AMOUNT                      PIC S9(12)V99.
         05 LFE-CYCLE                       PIC 99 COMP-5.
       01 LINKED-FEE-COUNT                 PIC 999 COMP-5.
       01 LINKED-FEE-INDEX                 PIC 999 COMP-5.
       01 WS-EVENT-MATCHED                 PIC X.
        88 EVENT-WAS-MATCHED                   VALUE "Y".
       01 WS-FEE-AMOUNT                    PIC S9(12)V99.

      *> One minimum-payment rule applied to one balance.
       01 WS-RULE-PCT                      PIC 9V9(4).
       01 WS-RULE-FLOOR                    PIC S9(12)V99.
       01 WS-RULE-BALANCE                  PIC S9(12)V99.
       01 WS-RULE-MINIMUM                  PIC S9(12)V99.
       01 WS-CURRENT-RULE-MINIMUM          PIC S9(12)V99.
       01 WS-PROPOSED-MINIMUM              PIC S9(12)V99.
       01 WS-PROPOSED-INTEREST             PIC S9(12)V99.
       01 WS-CURRENT-MISSES                PIC 99 COMP-5.
       01 WS-PROPOSED-MISSES               PIC 99 COMP-5.
       01 WS-PROPOSED-MISSED-COUNT         PIC S9(4) COMP-5.

      *> Totals by institution and product.
       78 TOTALS-TABLE-MAX                 VALUE 60.
       01 TOTALS-TABLE.
        03 TOTALS-ENTRY OCCURS 60 TIMES.
         05 TOT-INSTITUTION                 PIC 9(03).
         05 TOT-ACCOUNT-TYPE                PIC X(01).
         05 TOT-ACCOUNTS                    PIC 9(6) COMP-5.
         05 TOT-CYCLES                      PIC 9(6) COMP-5.
         05 TOT-CURRENT-INTEREST            PIC S9(14)V99.
         05 TOT-PROPOSED-INTEREST           PIC S9(14)V99.
         05 TOT-CURRENT-FEES                PIC S9(14)V99.
         05 TOT-PROPOSED-FEES               PIC S9(14)V99.
         05 TOT-CURRENT-MINIMUM             PIC S9(14)V99.
         05 TOT-PROPOSED-MINIMUM            PIC S9(14)V99.
         05 TOT-INTO-DELINQUENCY            PIC 9(6) COMP-5.
         05 TOT-OUT-OF-DELINQUENCY          PIC 9(6) COMP-5.
       01 TOTALS-COUNT                     PIC 99 COMP-5 VALUE 0.
       01 TOTALS-INDEX                     PIC 99 COMP-5.
       01 WS-TOTALS-OVERFLOW               PIC 9(6) COMP-5 VALUE 0.
       01 WS-GRAND-TOTALS.
        03 WS-GRAND-ACCOUNTS               PIC 9(6) COMP-5.
        03 WS-GRAND-CYCLES                 PIC 9(6) COMP-5.
        03 WS-GRAND-CURRENT-INTEREST       PIC S9(14)V99.
        03 WS-GRAND-PROPOSED-INTEREST      PIC S9(14)V99.
        03 WS-GRAND-CURRENT-FEES           PIC S9(14)V99.
        03 WS-GRAND-PROPOSED-FEES          PIC S9(14)V99.
        03 WS-GRAND-CURRENT-MINIMUM        PIC S9(14)V99.
        03 WS-GRAND-PROPOSED-MINIMUM       PIC S9(14)V99.
        03 WS-GRAND-INTO                   PIC 9(6) COMP-5.
        03 WS-GRAND-OUT                    PIC 9(6) COMP-5.

       01 WS-ACCOUNTS-READ                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-ACCOUNTS-REPLAYED             PIC 9(6) COMP-5 VALUE 0.
       01 WS-TABLE-OVERFLOWS               PIC 9(6) COMP-5 VALUE 0.
       01 WS-AVERAGE                       PIC S9(12)V99.

       01 DISPLAY-CASH                     PIC -Z(12)9.99.
       01 DISPLAY-COUNT                    PIC Z(5)9.
       01 DISPLAY-DATE                     PIC 9(08).

       01 HEADING-LINE.
        03 FILLER                          PIC X(14)
                                   VALUE "INST  T  ACCTS".
        03 FILLER                          PIC X(12)
                                   VALUE " INT CURRENT".
        03 FILLER                          PIC X(12)
                                   VALUE "INT PROPOSED".
        03 FILLER                          PIC X(12)
                                   VALUE "  INT CHANGE".
        03 FILLER                          PIC X(12)
                                   VALUE "FEES CURRENT".
        03 FILLER                          PIC X(12)
                                   VALUE "FEES PROPOSD".
        03 FILLER                          PIC X(12)
                                   VALUE " FEES CHANGE".
        03 FILLER                          PIC X(12)
                                   VALUE " AVG MIN CUR".
        03 FILLER                          PIC X(12)
                                   VALUE "AVG MIN PROP".
        03 FILLER                          PIC X(15)
                                   VALUE "  INTO     OUT".
       01 DETAIL-LINE.
        03 DL-INSTITUTION                  PIC 9(03).
        03 FILLER                          PIC X(02) VALUE SPACES.
        03 DL-ACCOUNT-TYPE                 PIC X(01).
        03 FILLER                          PIC X(02) VALUE SPACES.
        03 DL-ACCOUNTS                     PIC Z(5)9.
        03 DL-CURRENT-INTEREST             PIC -Z(7)9.99.
        03 DL-PROPOSED-INTEREST            PIC -Z(7)9.99.
        03 DL-INTEREST-CHANGE              PIC -Z(7)9.99.
        03 DL-CURRENT-FEES                 PIC -Z(7)9.99.
        03 DL-PROPOSED-FEES                PIC -Z(7)9.99.
        03 DL-FEES-CHANGE                  PIC -Z(7)9.99.
        03 DL-CURRENT-MINIMUM              PIC -Z(7)9.99.
        03 DL-PROPOSED-MINIMUM             PIC -Z(7)9.99.
        03 FILLER                          PIC X(01) VALUE SPACES.
        03 DL-INTO                         PIC Z(5)9.
        03 FILLER                          PIC X(02) VALUE SPACES.
        03 DL-OUT                          PIC Z(5)9.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform READ-CONTROL-LINE
           if return-code <> 0
               stop run
           end-if
           perform LOAD-CURRENT-RULES
           perform LOAD-PROPOSED-RULES
           if not FEES-ARE-PROPOSED and not MINIMUMS-ARE-PROPOSED
                   and not BANDS-ARE-PROPOSED
               display "*** No proposed pricing file supplied - "
                       "nothing to simulate"
               move 8 to return-code
               stop run
           end-if
           perform OPEN-FILES
           if FILE-STATUS <> "00"
               move 8 to return-code
               stop run
           end-if
           perform REPLAY-ALL-ACCOUNTS
           perform WRITE-THE-REPORT
           perform CLOSE-FILES
           display "*** Change reference:      " WS-CHANGE-REFERENCE
           display "*** Proposed effective:    " WS-EFFECTIVE-DATE
           display "*** Cycles replayed:       " WS-CYCLES-WANTED
           display "*** Accounts read:         " WS-ACCOUNTS-READ
           display "*** Accounts replayed:     " WS-ACCOUNTS-REPLAYED
           move WS-GRAND-INTO to DISPLAY-COUNT
           display "*** Into delinquency:      " DISPLAY-COUNT
           move WS-GRAND-OUT to DISPLAY-COUNT
           display "*** Out of delinquency:    " DISPLAY-COUNT
           if WS-TABLE-OVERFLOWS > 0 or WS-TOTALS-OVERFLOW > 0
               display "*** TABLE FULL - " WS-TABLE-OVERFLOWS
                       " rows and " WS-TOTALS-OVERFLOW
                       " accounts left out of the replay"
           end-if
           stop run.

       READ-CONTROL-LINE SECTION.
           move DEFAULT-CYCLES to WS-CYCLES-WANTED
           move spaces to WS-CHANGE-REFERENCE
           open input Control-File
           if WS-CONTROL-STATUS <> "00"
               exit section
           end-if
           read Control-File
               at end move "10" to WS-CONTROL-STATUS
           end-read
           close Control-File
           if WS-CONTROL-STATUS <> "00"
               exit section
           end-if
           if CTL-CYCLES-TEXT <> spaces
               if CTL-CYCLES-TEXT is not numeric
                       or CTL-CYCLES = 0
                       or CTL-CYCLES > CYCLE-TABLE-MAX
                   display "*** Bad cycle count on control line: "
                           CTL-CYCLES-TEXT
                   move 8 to return-code
                   exit section
               end-if
               move CTL-CYCLES to WS-CYCLES-WANTED
           end-if
           if CTL-EFFECTIVE-DATE-TEXT <> spaces
               if CTL-EFFECTIVE-DATE-TEXT is not numeric
                   display "*** Bad effective date on control line: "
                           CTL-EFFECTIVE-DATE-TEXT
                   move 8 to return-code
                   exit section
               end-if
               move CTL-EFFECTIVE-DATE to WS-EFFECTIVE-DATE
           end-if
           move CTL-CHANGE-REFERENCE to WS-CHANGE-REFERENCE
           .

      *> The rules in force today, served by the versioned readers.
       LOAD-CURRENT-RULES SECTION.
           set LOADING-CURRENT to true
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-FEE-SCHEDULE-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-RULE-STATUS
           if WS-RULE-STATUS = "00"
               perform until WS-RULE-STATUS <> "00"
                   call READ-FEE-SCHEDULE-FILE using
                                  by reference WS-CFEE-FEE-SCHEDULE
                                               WS-RULE-STATUS
                   if WS-RULE-STATUS = "00"
                       move WS-CFEE-FEE-SCHEDULE to WS-RAW-LINE
                       perform ADD-FEE-ROW
                   end-if
               end-perform
               move CLOSE-FILE to WS-FUNCTION-CODE
               call OPEN-FEE-SCHEDULE-FILE using
                                    by value WS-FUNCTION-CODE
                                    by reference WS-RULE-STATUS
           end-if
           move FEE-COUNT to FEE-CURRENT-COUNT
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-MIN-PAYMENT-RULE-FILE using
                                    by value WS-FUNCTION-CODE
                                    by reference WS-RULE-STATUS
           if WS-RULE-STATUS = "00"
               perform until WS-RULE-STATUS <> "00"
                   call READ-MIN-PAYMENT-RULE-FILE using
                                  by reference WS-CMPR-MIN-PAYMENT-RULE
                                               WS-RULE-STATUS
                   if WS-RULE-STATUS = "00"
                       move WS-CMPR-MIN-PAYMENT-RULE to WS-RAW-LINE
                       perform ADD-MPR-ROW
                   end-if
               end-perform
               move CLOSE-FILE to WS-FUNCTION-CODE
               call OPEN-MIN-PAYMENT-RULE-FILE using
                                    by value WS-FUNCTION-CODE
                                    by reference WS-RULE-STATUS
           end-if
           move MPR-COUNT to MPR-CURRENT-COUNT
           open input Pricing-File
           if WS-PRICING-STATUS = "00"
               perform until WS-PRICING-STATUS <> "00"
                   read Pricing-File into WS-PRICING-ROW
                       at end move "10" to WS-PRICING-STATUS
                   end-read
                   if WS-PRICING-STATUS = "00"
                       perform ADD-BAND-ROW
                   end-if
               end-perform
               close Pricing-File
           end-if
           .

      *> Each proposal file left out is stood in for by the current
      *> rows, so the replay changes only what was proposed.
       LOAD-PROPOSED-RULES SECTION.
           set LOADING-PROPOSED to true
           open input Proposed-Fee-File
           if WS-PROPOSED-STATUS = "00"
               set FEES-ARE-PROPOSED to true
               perform until WS-PROPOSED-STATUS <> "00"
                   read Proposed-Fee-File into WS-RAW-LINE
                       at end move "10" to WS-PROPOSED-STATUS
                   end-read
                   if WS-PROPOSED-STATUS = "00"
                       if WS-RAW-LINE(1:8) = CONTROL-VERSION-TAG
                           move WS-RAW-LINE to WS-FEE-VERSION-LINE
                           move FEE-CURRENT-COUNT to FEE-COUNT
                       else
                           perform ADD-FEE-ROW
                       end-if
                   end-if
               end-perform
               close Proposed-Fee-File
           else
               perform varying FEE-INDEX from 1 by 1
                           until FEE-INDEX > FEE-CURRENT-COUNT
                   move FEE-ROW(FEE-INDEX) to WS-RAW-LINE
                   perform ADD-FEE-ROW
               end-perform
           end-if
           open input Proposed-Mpr-File
           if WS-PROPOSED-STATUS = "00"
               set MINIMUMS-ARE-PROPOSED to true
               perform until WS-PROPOSED-STATUS <> "00"
                   read Proposed-Mpr-File into WS-RAW-LINE
                       at end move "10" to WS-PROPOSED-STATUS
                   end-read
                   if WS-PROPOSED-STATUS = "00"
                       if WS-RAW-LINE(1:8) = CONTROL-VERSION-TAG
                           move WS-RAW-LINE to WS-MPR-VERSION-LINE
                           move MPR-CURRENT-COUNT to MPR-COUNT
                       else
                           perform ADD-MPR-ROW
                       end-if
                   end-if
               end-perform
               close Proposed-Mpr-File
           else
               perform varying MPR-INDEX from 1 by 1
                           until MPR-INDEX > MPR-CURRENT-COUNT
                   move MPR-ROW(MPR-INDEX) to WS-RAW-LINE
                   perform ADD-MPR-ROW
               end-perform
           end-if
           open input Proposed-Pricing-File
           if WS-PROPOSED-STATUS = "00"
               set BANDS-ARE-PROPOSED to true
               perform until WS-PROPOSED-STATUS <> "00"
                   read Proposed-Pricing-File into WS-PRICING-ROW
                       at end move "10" to WS-PROPOSED-STATUS
                   end-read
                   if WS-PROPOSED-STATUS = "00"
                       perform ADD-BAND-ROW
                   end-if
               end-perform
               close Proposed-Pricing-File
           end-if
           if WS-EFFECTIVE-DATE = 0
               evaluate true
                   when WS-FEE-VERSION-LINE(9:8) is numeric
                       move WS-FEE-VERSION-LINE(9:8)
                                            to WS-EFFECTIVE-DATE
                   when WS-MPR-VERSION-LINE(9:8) is numeric
                       move WS-MPR-VERSION-LINE(9:8)
                                            to WS-EFFECTIVE-DATE
               end-evaluate
           end-if
           .

       ADD-FEE-ROW SECTION.
           if WS-RAW-LINE = spaces
               exit section
           end-if
           if FEE-COUNT >= FEE-TABLE-MAX
               add 1 to WS-TABLE-OVERFLOWS
               exit section
           end-if
           add 1 to FEE-COUNT
           move WS-LOAD-SIDE to FEE-SIDE(FEE-COUNT)
           move WS-RAW-LINE to FEE-ROW(FEE-COUNT)
           .

       ADD-MPR-ROW SECTION.
           if WS-RAW-LINE = spaces
               exit section
           end-if
           if MPR-COUNT >= MPR-TABLE-MAX
               add 1 to WS-TABLE-OVERFLOWS
               exit section
           end-if
           add 1 to MPR-COUNT
           move WS-LOAD-SIDE to MPR-SIDE(MPR-COUNT)
           move WS-RAW-LINE to MPR-ROW(MPR-COUNT)
           .

       ADD-BAND-ROW SECTION.
           if PRC-ACCOUNT-TYPE = space
                   or PRC-SCORE-LOW-TEXT is not numeric
                   or PRC-SCORE-HIGH-TEXT is not numeric
                   or PRC-APR-TEXT is not numeric
               exit section
           end-if
           if BAND-COUNT >= BAND-TABLE-MAX
               add 1 to WS-TABLE-OVERFLOWS
               exit section
           end-if
           add 1 to BAND-COUNT
           move WS-LOAD-SIDE to BND-SIDE(BAND-COUNT)
           move PRC-ACCOUNT-TYPE to BND-ACCOUNT-TYPE(BAND-COUNT)
           move PRC-SCORE-LOW to BND-SCORE-LOW(BAND-COUNT)
           move PRC-SCORE-HIGH to BND-SCORE-HIGH(BAND-COUNT)
           move PRC-APR to BND-APR(BAND-COUNT)
           .

      *> Everything is opened for reading only - the replay posts
      *> nothing.
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
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-PAYMENT-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-PAYMENT-STATUS
           open input Statement-File
           if WS-TRANSACTION-STATUS <> "00"
                   or WS-PAYMENT-STATUS <> "00"
                   or WS-STATEMENT-STATUS <> "00"
               display "*** Could not open the cycle history - "
                       "transaction " WS-TRANSACTION-STATUS
                       " payment " WS-PAYMENT-STATUS
                       " statement " WS-STATEMENT-STATUS
               move "99" to FILE-STATUS
               exit section
           end-if
           open input Score-File
           if WS-SCORE-STATUS = "00"
               set SCORE-FILE-IS-AVAILABLE to true
           else
               display "*** No score history - interest not repriced"
           end-if
           open output Report-File
           .

       REPLAY-ALL-ACCOUNTS SECTION.
           initialize WS-GRAND-TOTALS
           move 0 to WS-ACCOUNT-ID of WS-ACCOUNT
           move START-READ to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           perform READ-NEXT-ACCOUNT
           perform until FILE-STATUS <> "00"
               add 1 to WS-ACCOUNTS-READ
               perform REPLAY-ONE-ACCOUNT
               perform READ-NEXT-ACCOUNT
           end-perform
           .

       READ-NEXT-ACCOUNT SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           .

       REPLAY-ONE-ACCOUNT SECTION.
           perform COLLECT-CLOSED-CYCLES
           if CYCLE-COUNT = 0
               exit section
           end-if
           perform FIND-TOTALS-ENTRY
           if TOTALS-INDEX = 0
               add 1 to WS-TOTALS-OVERFLOW
               exit section
           end-if
           add 1 to WS-ACCOUNTS-REPLAYED
           add 1 to TOT-ACCOUNTS(TOTALS-INDEX)
           perform FIND-ACCOUNT-RULES
           perform PRICE-RATE-CHANGE
           perform GATHER-CYCLE-FEES
           perform PRICE-FEE-EVENTS
           perform GATHER-CYCLE-PAYMENTS
           move 0 to WS-CURRENT-MISSES WS-PROPOSED-MISSES
           perform varying CYCLE-INDEX from 1 by 1
                       until CYCLE-INDEX > CYCLE-COUNT
               perform REPLAY-ONE-CYCLE
           end-perform
           perform JUDGE-DELINQUENCY-CROSSING
           .

      *> A cycle is closed once the next one has started; the walk
      *> keeps the latest WS-CYCLES-WANTED of them, sliding the
      *> table down as later ones arrive.
       COLLECT-CLOSED-CYCLES SECTION.
           move 0 to CYCLE-COUNT
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
               move FILE-CYCLE-START-DATE of FILE-STATEMENT-RECORD
                                        to WS-DATE-WORK
               perform ADD-ONE-MONTH
               if WS-DATE-WORK <= WS-TODAY
                   perform KEEP-CLOSED-CYCLE
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

       KEEP-CLOSED-CYCLE SECTION.
           if CYCLE-COUNT >= WS-CYCLES-WANTED
               perform varying WS-SHIFT-INDEX from 2 by 1
                           until WS-SHIFT-INDEX > CYCLE-COUNT
                   move CYCLE-ENTRY(WS-SHIFT-INDEX)
                                to CYCLE-ENTRY(WS-SHIFT-INDEX - 1)
               end-perform
           else
               add 1 to CYCLE-COUNT
           end-if
           move FILE-CYCLE-START-DATE of FILE-STATEMENT-RECORD
                                to CYC-START(CYCLE-COUNT)
           move WS-DATE-WORK to CYC-NEXT-START(CYCLE-COUNT)
           perform ADD-ONE-MONTH
           move WS-DATE-WORK to CYC-PAY-UNTIL(CYCLE-COUNT)
           move FILE-ENDING-BALANCE of FILE-STATEMENT-RECORD
                                to CYC-ENDING-BALANCE(CYCLE-COUNT)
           move FILE-INTEREST-CHARGED of FILE-STATEMENT-RECORD
                                to CYC-INTEREST(CYCLE-COUNT)
           move FILE-MINIMUM-PAYMENT of FILE-STATEMENT-RECORD
                                to CYC-MINIMUM(CYCLE-COUNT)
           move FILE-SKIP-FLAG of FILE-STATEMENT-RECORD
                                to CYC-SKIP-FLAG(CYCLE-COUNT)
           move 0 to CYC-CURRENT-FEES(CYCLE-COUNT)
           move 0 to CYC-PROPOSED-FEES(CYCLE-COUNT)
           move 0 to CYC-PAID(CYCLE-COUNT)
           .

       ADD-ONE-MONTH SECTION.
           if WS-DATE-WORK-MONTH >= 12
               move 1 to WS-DATE-WORK-MONTH
               add 1 to WS-DATE-WORK-YEAR
           else
               add 1 to WS-DATE-WORK-MONTH
           end-if
           .

       FIND-TOTALS-ENTRY SECTION.
           perform varying TOTALS-INDEX from 1 by 1
                       until TOTALS-INDEX > TOTALS-COUNT
               if TOT-INSTITUTION(TOTALS-INDEX)
                           = WS-INSTITUTION-CODE of WS-ACCOUNT
                   and TOT-ACCOUNT-TYPE(TOTALS-INDEX)
                           = WS-TYPE of WS-ACCOUNT
                   exit section
               end-if
           end-perform
           if TOTALS-COUNT >= TOTALS-TABLE-MAX
               move 0 to TOTALS-INDEX
               exit section
           end-if
           add 1 to TOTALS-COUNT
           move TOTALS-COUNT to TOTALS-INDEX
           initialize TOTALS-ENTRY(TOTALS-INDEX)
           move WS-INSTITUTION-CODE of WS-ACCOUNT
                                to TOT-INSTITUTION(TOTALS-INDEX)
           move WS-TYPE of WS-ACCOUNT to TOT-ACCOUNT-TYPE(TOTALS-INDEX)
           .

      *> The product's fee and minimum-payment rows on each side; a
      *> product with no minimum-payment row takes the calculator's
      *> standing 5% with a floor of 5.
       FIND-ACCOUNT-RULES SECTION.
           initialize WS-CFEE-FEE-SCHEDULE WS-PFEE-FEE-SCHEDULE
           perform varying FEE-INDEX from 1 by 1
                       until FEE-INDEX > FEE-COUNT
               if FEE-ROW(FEE-INDEX)(1:1) = WS-TYPE of WS-ACCOUNT
                   if FEE-SIDE(FEE-INDEX) = "C"
                       move FEE-ROW(FEE-INDEX) to WS-CFEE-FEE-SCHEDULE
                   else
                       move FEE-ROW(FEE-INDEX) to WS-PFEE-FEE-SCHEDULE
                   end-if
               end-if
           end-perform
           move .05 to WS-CMPR-PERCENTAGE WS-PMPR-PERCENTAGE
           move 5 to WS-CMPR-FLOOR-AMOUNT WS-PMPR-FLOOR-AMOUNT
           perform varying MPR-INDEX from 1 by 1
                       until MPR-INDEX > MPR-COUNT
               if MPR-ROW(MPR-INDEX)(1:1) = WS-TYPE of WS-ACCOUNT
                   if MPR-SIDE(MPR-INDEX) = "C"
                       move MPR-ROW(MPR-INDEX)
                                    to WS-CMPR-MIN-PAYMENT-RULE
                   else
                       move MPR-ROW(MPR-INDEX)
                                    to WS-PMPR-MIN-PAYMENT-RULE
                   end-if
               end-if
           end-perform
           .

      *> Interest moves with the band APR only where the account is
      *> still priced at its band - a promotional, penalty or
      *> individually negotiated rate is left as it stands.
       PRICE-RATE-CHANGE SECTION.
           move "N" to WS-REPRICE-FLAG
           if not BANDS-ARE-PROPOSED or not SCORE-FILE-IS-AVAILABLE
               exit section
           end-if
           perform FETCH-LATEST-SCORE
           if not A-SCORE-WAS-FOUND
               exit section
           end-if
           move "C" to WS-LOOKUP-SIDE
           perform FIND-BAND-APR
           if not A-BAND-WAS-FOUND or WS-BAND-APR = 0
                   or WS-BAND-APR <> WS-APR of WS-ACCOUNT
               exit section
           end-if
           move WS-BAND-APR to WS-CURRENT-BAND-APR
           move "P" to WS-LOOKUP-SIDE
           perform FIND-BAND-APR
           if not A-BAND-WAS-FOUND
               exit section
           end-if
           move WS-BAND-APR to WS-PROPOSED-BAND-APR
           set INTEREST-IS-REPRICED to true
           .

       FETCH-LATEST-SCORE SECTION.
           move "N" to WS-SCORE-FOUND
           move 0 to WS-CUSTOMER-SCORE
           move WS-CUSTOMER-ID of WS-ACCOUNT to
                        FILE-CUSTOMER-ID of FILE-SCORE-HISTORY
           move 0 to FILE-SCORE-DATE of FILE-SCORE-HISTORY
           start Score-File key >= FILE-SCORE-KEY
                                of FILE-SCORE-HISTORY
           perform until WS-SCORE-STATUS <> "00"
               read Score-File next
                   at end move "10" to WS-SCORE-STATUS
               end-read
               if WS-SCORE-STATUS = "00"
                   if FILE-CUSTOMER-ID of FILE-SCORE-HISTORY
                                   <> WS-CUSTOMER-ID of WS-ACCOUNT
                       move "10" to WS-SCORE-STATUS
                   else
                       set A-SCORE-WAS-FOUND to true
                       move FILE-SCORE-VALUE of FILE-SCORE-HISTORY
                                       to WS-CUSTOMER-SCORE
                   end-if
               end-if
           end-perform
           move "00" to WS-SCORE-STATUS
           .

       FIND-BAND-APR SECTION.
           move "N" to WS-BAND-FOUND
           move 0 to WS-BAND-APR
           perform varying BAND-INDEX from 1 by 1
                       until BAND-INDEX > BAND-COUNT
               if BND-SIDE(BAND-INDEX) = WS-LOOKUP-SIDE
                   and BND-ACCOUNT-TYPE(BAND-INDEX)
                                   = WS-TYPE of WS-ACCOUNT
                   and WS-CUSTOMER-SCORE >= BND-SCORE-LOW(BAND-INDEX)
                   and WS-CUSTOMER-SCORE <= BND-SCORE-HIGH(BAND-INDEX)
                   set A-BAND-WAS-FOUND to true
                   move BND-APR(BAND-INDEX) to WS-BAND-APR
                   exit perform
               end-if
           end-perform
           .

      *> One pass over the account's rows. Annual, over-limit and
      *> excess-withdrawal fees are flat amounts, re-priced where
      *> they fall; cash advance and foreign fees are percentages of
      *> the row they were billed on, so those rows and the fees
      *> linked to them are set aside for PRICE-FEE-EVENTS. A late
      *> fee is not on the schedule and carries over unchanged, as
      *> does a waiver or reversal of any fee.
       GATHER-CYCLE-FEES SECTION.
           move 0 to EVENT-COUNT LINKED-FEE-COUNT
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
           perform until (WS-TRANSACTION-STATUS <> "00"
                           and WS-TRANSACTION-STATUS <> "02")
                      or WS-TXN-ACCOUNT-ID
                           of WS-TXN-TRANSACTION-RECORD <>
                         WS-ACCOUNT-ID of WS-ACCOUNT
               move WS-TXN-TRANS-DATE of WS-TXN-TRANSACTION-RECORD
                                        to WS-EVENT-DATE
               perform FIND-EVENT-CYCLE
               if WS-EVENT-CYCLE > 0
                   perform CLASSIFY-ONE-TXN
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

       FIND-EVENT-CYCLE SECTION.
           move 0 to WS-EVENT-CYCLE
           perform varying CYCLE-INDEX from 1 by 1
                       until CYCLE-INDEX > CYCLE-COUNT
               if WS-EVENT-DATE >= CYC-START(CYCLE-INDEX)
                   and WS-EVENT-DATE < CYC-NEXT-START(CYCLE-INDEX)
                   move CYCLE-INDEX to WS-EVENT-CYCLE
                   exit perform
               end-if
           end-perform
           .

       CLASSIFY-ONE-TXN SECTION.
           move WS-TXN-AMOUNT of WS-TXN-TRANSACTION-RECORD
                                        to WS-FEE-AMOUNT
           evaluate true
               when WS-TXN-DESCRIPTION
                          of WS-TXN-TRANSACTION-RECORD(1:10)
                                   = ANNUAL-FEE-TEXT
                   and WS-FEE-AMOUNT > 0
                   add WS-FEE-AMOUNT
                          to CYC-CURRENT-FEES(WS-EVENT-CYCLE)
                   add WS-PFEE-ANNUAL-FEE
                          to CYC-PROPOSED-FEES(WS-EVENT-CYCLE)
               when WS-TXN-DESCRIPTION
                          of WS-TXN-TRANSACTION-RECORD(1:14)
                                   = OVERLIMIT-FEE-TEXT
                   and WS-FEE-AMOUNT > 0
                   add WS-FEE-AMOUNT
                          to CYC-CURRENT-FEES(WS-EVENT-CYCLE)
                   add WS-PFEE-OVERLIMIT-FEE
                          to CYC-PROPOSED-FEES(WS-EVENT-CYCLE)
               when WS-TXN-DESCRIPTION
                          of WS-TXN-TRANSACTION-RECORD(1:21)
                                   = EXCESS-WDL-FEE-TEXT
                   and WS-FEE-AMOUNT > 0
                   add WS-FEE-AMOUNT
                          to CYC-CURRENT-FEES(WS-EVENT-CYCLE)
                   add WS-PFEE-EXCESS-WDL-FEE
                          to CYC-PROPOSED-FEES(WS-EVENT-CYCLE)
               when (WS-TXN-DESCRIPTION
                          of WS-TXN-TRANSACTION-RECORD(1:16)
                                   = CASH-ADV-FEE-TEXT
                      or WS-TXN-DESCRIPTION
                          of WS-TXN-TRANSACTION-RECORD(1:23)
                                   = FOREIGN-FEE-TEXT)
                   and WS-FEE-AMOUNT > 0
                   add WS-FEE-AMOUNT
                          to CYC-CURRENT-FEES(WS-EVENT-CYCLE)
                   perform KEEP-LINKED-FEE
               when WS-TXN-DESCRIPTION
                          of WS-TXN-TRANSACTION-RECORD(1:10)
                                   = ANNUAL-FEE-TEXT
                 or WS-TXN-DESCRIPTION
                          of WS-TXN-TRANSACTION-RECORD(1:14)
                                   = OVERLIMIT-FEE-TEXT
                 or WS-TXN-DESCRIPTION
                          of WS-TXN-TRANSACTION-RECORD(1:8)
                                   = LATE-FEE-TEXT
                 or WS-TXN-DESCRIPTION
                          of WS-TXN-TRANSACTION-RECORD(1:16)
                                   = CASH-ADV-FEE-TEXT
                 or WS-TXN-DESCRIPTION
                          of WS-TXN-TRANSACTION-RECORD(1:23)
                                   = FOREIGN-FEE-TEXT
                 or WS-TXN-DESCRIPTION
                          of WS-TXN-TRANSACTION-RECORD(1:21)
                                   = EXCESS-WDL-FEE-TEXT
                   add WS-FEE-AMOUNT
                          to CYC-CURRENT-FEES(WS-EVENT-CYCLE)
                          CYC-PROPOSED-FEES(WS-EVENT-CYCLE)
               when WS-FEE-AMOUNT > 0
                   and WS-TXN-LINKED-TRANSACTION-ID
                          of WS-TXN-TRANSACTION-RECORD = 0
                   and not WS-TXN-DISPUTE-OPEN
                          of WS-TXN-TRANSACTION-RECORD
                   perform KEEP-FEE-EVENT
               when other
                   continue
           end-evaluate
           .

      *> The fee-bearing rows, recognized the way the transaction fee
      *> assessment recognizes them.
       KEEP-FEE-EVENT SECTION.
           evaluate true
               when WS-TXN-MERCHANT-CATEGORY-CODE
                           of WS-TXN-TRANSACTION-RECORD
                           >= CASH-ADVANCE-MCC-LOW
                    and WS-TXN-MERCHANT-CATEGORY-CODE
                           of WS-TXN-TRANSACTION-RECORD
                           <= CASH-ADVANCE-MCC-HIGH
                   if EVENT-COUNT >= EVENT-TABLE-MAX
                       add 1 to WS-TABLE-OVERFLOWS
                       exit section
                   end-if
                   add 1 to EVENT-COUNT
                   move "C" to EVT-KIND(EVENT-COUNT)
               when WS-TXN-CURRENCY-CODE of WS-TXN-TRANSACTION-RECORD
                       <> WS-CURRENCY-CODE of WS-ACCOUNT
                   if EVENT-COUNT >= EVENT-TABLE-MAX
                       add 1 to WS-TABLE-OVERFLOWS
                       exit section
                   end-if
                   add 1 to EVENT-COUNT
                   move "F" to EVT-KIND(EVENT-COUNT)
               when other
                   exit section
           end-evaluate
           move WS-TXN-TRANSACTION-ID to EVT-TRANSACTION-ID(EVENT-COUNT)
           move WS-FEE-AMOUNT to EVT-AMOUNT(EVENT-COUNT)
           move WS-EVENT-CYCLE to EVT-CYCLE(EVENT-COUNT)
           .

       KEEP-LINKED-FEE SECTION.
           if LINKED-FEE-COUNT >= LINKED-FEE-TABLE-MAX
               add WS-FEE-AMOUNT to CYC-PROPOSED-FEES(WS-EVENT-CYCLE)
               add 1 to WS-TABLE-OVERFLOWS
               exit section
           end-if
           add 1 to LINKED-FEE-COUNT
           move WS-TXN-LINKED-TRANSACTION-ID
                          of WS-TXN-TRANSACTION-RECORD
                          to LFE-LINKED-ID(LINKED-FEE-COUNT)
           move WS-FEE-AMOUNT to LFE-AMOUNT(LINKED-FEE-COUNT)
           move WS-EVENT-CYCLE to LFE-CYCLE(LINKED-FEE-COUNT)
           .

      *> Each fee-bearing row is billed at the proposed rates; a
      *> linked fee whose original row fell outside the replayed
      *> cycles carries over at the amount billed.
       PRICE-FEE-EVENTS SECTION.
           perform varying EVENT-INDEX from 1 by 1
                       until EVENT-INDEX > EVENT-COUNT
               if EVT-CASH-ADVANCE(EVENT-INDEX)
                   compute WS-FEE-AMOUNT rounded =
                       EVT-AMOUNT(EVENT-INDEX)
                           * WS-PFEE-CASH-ADV-FEE-PCT
                   if WS-FEE-AMOUNT < WS-PFEE-CASH-ADV-FEE-MIN
                       move WS-PFEE-CASH-ADV-FEE-MIN to WS-FEE-AMOUNT
                   end-if
               else
                   compute WS-FEE-AMOUNT rounded =
                       EVT-AMOUNT(EVENT-INDEX)
                           * WS-PFEE-FOREIGN-FEE-PCT
               end-if
               if WS-FEE-AMOUNT > 0
                   add WS-FEE-AMOUNT to
                       CYC-PROPOSED-FEES(EVT-CYCLE(EVENT-INDEX))
               end-if
           end-perform
           perform varying LINKED-FEE-INDEX from 1 by 1
                       until LINKED-FEE-INDEX > LINKED-FEE-COUNT
               move "N" to WS-EVENT-MATCHED
               perform varying EVENT-INDEX from 1 by 1
                           until EVENT-INDEX > EVENT-COUNT
                   if EVT-TRANSACTION-ID(EVENT-INDEX)
                               = LFE-LINKED-ID(LINKED-FEE-INDEX)
                       set EVENT-WAS-MATCHED to true
                       exit perform
                   end-if
               end-perform
               if not EVENT-WAS-MATCHED
                   add LFE-AMOUNT(LINKED-FEE-INDEX) to
                       CYC-PROPOSED-FEES(LFE-CYCLE(LINKED-FEE-INDEX))
               end-if
           end-perform
           .

      *> Payments made in the cycle after each closed cycle are what
      *> was held against that cycle's minimum.
       GATHER-CYCLE-PAYMENTS SECTION.
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                        WS-PAY-ACCOUNT-ID of WS-PAY-PAYMENT-RECORD
           call FIND-PAYMENT-BY-ACCOUNT using by value START-READ
                        by reference WS-PAY-PAYMENT-RECORD
                                     WS-PAYMENT-STATUS
           if WS-PAYMENT-STATUS <> "00"
               move "00" to WS-PAYMENT-STATUS
               exit section
           end-if
           perform READ-NEXT-PAYMENT
           perform until (WS-PAYMENT-STATUS <> "00"
                           and WS-PAYMENT-STATUS <> "02")
                      or WS-PAY-ACCOUNT-ID of WS-PAY-PAYMENT-RECORD
                           <> WS-ACCOUNT-ID of WS-ACCOUNT
               move WS-PAY-PAYMENT-DATE to WS-EVENT-DATE
               perform varying CYCLE-INDEX from 1 by 1
                           until CYCLE-INDEX > CYCLE-COUNT
                   if WS-EVENT-DATE >= CYC-NEXT-START(CYCLE-INDEX)
                       and WS-EVENT-DATE < CYC-PAY-UNTIL(CYCLE-INDEX)
                       add WS-PAY-AMOUNT to CYC-PAID(CYCLE-INDEX)
                   end-if
               end-perform
               perform READ-NEXT-PAYMENT
           end-perform
           move "00" to WS-PAYMENT-STATUS
           .

       READ-NEXT-PAYMENT SECTION.
           call FIND-PAYMENT-BY-ACCOUNT using by value READ-NEXT
                        by reference WS-PAY-PAYMENT-RECORD
                                     WS-PAYMENT-STATUS
           .

      *> A charge card is paid in full and a deposit account owes
      *> nothing, so only a revolving card's minimum moves with the
      *> rule; a skipped cycle owed nothing either way. A cycle whose
      *> following cycle has not yet closed is not judged for a miss.
       REPLAY-ONE-CYCLE SECTION.
           move CYC-INTEREST(CYCLE-INDEX) to WS-PROPOSED-INTEREST
           if INTEREST-IS-REPRICED
               compute WS-PROPOSED-INTEREST rounded =
                   CYC-INTEREST(CYCLE-INDEX) * WS-PROPOSED-BAND-APR
                                             / WS-CURRENT-BAND-APR
           end-if
           move CYC-MINIMUM(CYCLE-INDEX) to WS-PROPOSED-MINIMUM
           if WS-TYPE-CREDIT-CARD of WS-ACCOUNT
                   and not CYC-WAS-SKIPPED(CYCLE-INDEX)
               move CYC-ENDING-BALANCE(CYCLE-INDEX) to WS-RULE-BALANCE
               move WS-CMPR-PERCENTAGE to WS-RULE-PCT
               move WS-CMPR-FLOOR-AMOUNT to WS-RULE-FLOOR
               perform MINIMUM-UNDER-RULE
               move WS-RULE-MINIMUM to WS-CURRENT-RULE-MINIMUM
               move WS-PMPR-PERCENTAGE to WS-RULE-PCT
               move WS-PMPR-FLOOR-AMOUNT to WS-RULE-FLOOR
               perform MINIMUM-UNDER-RULE
               compute WS-PROPOSED-MINIMUM =
                   CYC-MINIMUM(CYCLE-INDEX) + WS-RULE-MINIMUM
                                            - WS-CURRENT-RULE-MINIMUM
               if WS-PROPOSED-MINIMUM < 0
                   move 0 to WS-PROPOSED-MINIMUM
               end-if
           end-if
           add 1 to TOT-CYCLES(TOTALS-INDEX)
           add CYC-INTEREST(CYCLE-INDEX)
                           to TOT-CURRENT-INTEREST(TOTALS-INDEX)
           add WS-PROPOSED-INTEREST
                           to TOT-PROPOSED-INTEREST(TOTALS-INDEX)
           add CYC-CURRENT-FEES(CYCLE-INDEX)
                           to TOT-CURRENT-FEES(TOTALS-INDEX)
           add CYC-PROPOSED-FEES(CYCLE-INDEX)
                           to TOT-PROPOSED-FEES(TOTALS-INDEX)
           add CYC-MINIMUM(CYCLE-INDEX)
                           to TOT-CURRENT-MINIMUM(TOTALS-INDEX)
           add WS-PROPOSED-MINIMUM
                           to TOT-PROPOSED-MINIMUM(TOTALS-INDEX)
           if CYC-PAY-UNTIL(CYCLE-INDEX) > WS-TODAY
                   or CYC-WAS-SKIPPED(CYCLE-INDEX)
               exit section
           end-if
           if CYC-MINIMUM(CYCLE-INDEX) > 0
                   and CYC-PAID(CYCLE-INDEX) < CYC-MINIMUM(CYCLE-INDEX)
               add 1 to WS-CURRENT-MISSES
           end-if
           if WS-PROPOSED-MINIMUM > 0
                   and CYC-PAID(CYCLE-INDEX) < WS-PROPOSED-MINIMUM
               add 1 to WS-PROPOSED-MISSES
           end-if
           .

      *> The minimum-payment calculator's rule on one balance.
       MINIMUM-UNDER-RULE SECTION.
           if WS-RULE-BALANCE not > 0
               move 0 to WS-RULE-MINIMUM
               exit section
           end-if
           multiply WS-RULE-BALANCE by WS-RULE-PCT
                                   giving WS-RULE-MINIMUM
           if WS-RULE-MINIMUM < WS-RULE-FLOOR
                          and WS-RULE-BALANCE > WS-RULE-FLOOR
               move WS-RULE-FLOOR to WS-RULE-MINIMUM
           else if WS-RULE-BALANCE < WS-RULE-FLOOR
                    move WS-RULE-BALANCE to WS-RULE-MINIMUM
                end-if
           end-if
           .

      *> The account's missed-payment count as it would have stood:
      *> today's count, less the replayed misses, plus the misses
      *> under the proposed minimums.
       JUDGE-DELINQUENCY-CROSSING SECTION.
           compute WS-PROPOSED-MISSED-COUNT =
               WS-MISSED-PAYMENT-COUNT of WS-ACCOUNT
                   - WS-CURRENT-MISSES + WS-PROPOSED-MISSES
           if WS-PROPOSED-MISSED-COUNT < 0
               move 0 to WS-PROPOSED-MISSED-COUNT
           end-if
           if not WS-ACCOUNT-DELINQUENT of WS-ACCOUNT
                   and WS-PROPOSED-MISSED-COUNT
                           >= DELINQUENT-MISSED-COUNT
               add 1 to TOT-INTO-DELINQUENCY(TOTALS-INDEX)
           end-if
           if WS-ACCOUNT-DELINQUENT of WS-ACCOUNT
                   and WS-PROPOSED-MISSED-COUNT
                           < DELINQUENT-MISSED-COUNT
               add 1 to TOT-OUT-OF-DELINQUENCY(TOTALS-INDEX)
           end-if
           .

       WRITE-THE-REPORT SECTION.
           move spaces to REPORT-LINE
           string "PRICING CHANGE WHAT-IF  RUN " WS-TODAY
                  "  CHANGE REFERENCE " WS-CHANGE-REFERENCE
                  delimited by size into REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           move WS-EFFECTIVE-DATE to DISPLAY-DATE
           move WS-CYCLES-WANTED to DISPLAY-COUNT
           string "PROPOSED EFFECTIVE " DISPLAY-DATE
                  "  REPLAYING THE LAST " DISPLAY-COUNT
                  " CLOSED CYCLES PER ACCOUNT"
                  delimited by size into REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           evaluate true
               when not FEES-ARE-PROPOSED
                   move "FEE SCHEDULE      NOT PROPOSED - CURRENT"
                                                  to REPORT-LINE
               when WS-FEE-VERSION-LINE = spaces
                   move "FEE SCHEDULE      PROPOSED, UNVERSIONED"
                                                  to REPORT-LINE
               when other
                   string "FEE SCHEDULE      PROPOSED "
                          WS-FEE-VERSION-LINE
                          delimited by size into REPORT-LINE
           end-evaluate
           write REPORT-LINE
           move spaces to REPORT-LINE
           evaluate true
               when not MINIMUMS-ARE-PROPOSED
                   move "MINIMUM PAYMENT   NOT PROPOSED - CURRENT"
                                                  to REPORT-LINE
               when WS-MPR-VERSION-LINE = spaces
                   move "MINIMUM PAYMENT   PROPOSED, UNVERSIONED"
                                                  to REPORT-LINE
               when other
                   string "MINIMUM PAYMENT   PROPOSED "
                          WS-MPR-VERSION-LINE
                          delimited by size into REPORT-LINE
           end-evaluate
           write REPORT-LINE
           if BANDS-ARE-PROPOSED
               move "RISK PRICING      PROPOSED" to REPORT-LINE
           else
               move "RISK PRICING      NOT PROPOSED - CURRENT"
                                                  to REPORT-LINE
           end-if
           write REPORT-LINE
           move spaces to REPORT-LINE
           write REPORT-LINE
           write REPORT-LINE from HEADING-LINE
           perform varying TOTALS-INDEX from 1 by 1
                       until TOTALS-INDEX > TOTALS-COUNT
               perform WRITE-TOTALS-LINE
               add TOT-ACCOUNTS(TOTALS-INDEX) to WS-GRAND-ACCOUNTS
               add TOT-CYCLES(TOTALS-INDEX) to WS-GRAND-CYCLES
               add TOT-CURRENT-INTEREST(TOTALS-INDEX)
                                   to WS-GRAND-CURRENT-INTEREST
               add TOT-PROPOSED-INTEREST(TOTALS-INDEX)
                                   to WS-GRAND-PROPOSED-INTEREST
               add TOT-CURRENT-FEES(TOTALS-INDEX)
                                   to WS-GRAND-CURRENT-FEES
               add TOT-PROPOSED-FEES(TOTALS-INDEX)
                                   to WS-GRAND-PROPOSED-FEES
               add TOT-CURRENT-MINIMUM(TOTALS-INDEX)
                                   to WS-GRAND-CURRENT-MINIMUM
               add TOT-PROPOSED-MINIMUM(TOTALS-INDEX)
                                   to WS-GRAND-PROPOSED-MINIMUM
               add TOT-INTO-DELINQUENCY(TOTALS-INDEX) to WS-GRAND-INTO
               add TOT-OUT-OF-DELINQUENCY(TOTALS-INDEX)
                                   to WS-GRAND-OUT
           end-perform
           move spaces to REPORT-LINE
           write REPORT-LINE
           move 0 to TOTALS-INDEX
           perform WRITE-TOTALS-LINE
           .

      *> One institution-and-product line; TOTALS-INDEX zero writes
      *> the grand total line.
       WRITE-TOTALS-LINE SECTION.
           if TOTALS-INDEX = 0
               move 999 to DL-INSTITUTION
               move "*" to DL-ACCOUNT-TYPE
               move WS-GRAND-ACCOUNTS to DL-ACCOUNTS
               move WS-GRAND-CURRENT-INTEREST to DL-CURRENT-INTEREST
               move WS-GRAND-PROPOSED-INTEREST to DL-PROPOSED-INTEREST
               compute DL-INTEREST-CHANGE = WS-GRAND-PROPOSED-INTEREST
                                          - WS-GRAND-CURRENT-INTEREST
               move WS-GRAND-CURRENT-FEES to DL-CURRENT-FEES
               move WS-GRAND-PROPOSED-FEES to DL-PROPOSED-FEES
               compute DL-FEES-CHANGE = WS-GRAND-PROPOSED-FEES
                                      - WS-GRAND-CURRENT-FEES
               move 0 to DL-CURRENT-MINIMUM DL-PROPOSED-MINIMUM
               if WS-GRAND-CYCLES > 0
                   compute DL-CURRENT-MINIMUM rounded =
                       WS-GRAND-CURRENT-MINIMUM / WS-GRAND-CYCLES
                   compute DL-PROPOSED-MINIMUM rounded =
                       WS-GRAND-PROPOSED-MINIMUM / WS-GRAND-CYCLES
               end-if
               move WS-GRAND-INTO to DL-INTO
               move WS-GRAND-OUT to DL-OUT
               write REPORT-LINE from DETAIL-LINE
               exit section
           end-if
           move TOT-INSTITUTION(TOTALS-INDEX) to DL-INSTITUTION
           move TOT-ACCOUNT-TYPE(TOTALS-INDEX) to DL-ACCOUNT-TYPE
           move TOT-ACCOUNTS(TOTALS-INDEX) to DL-ACCOUNTS
           move TOT-CURRENT-INTEREST(TOTALS-INDEX)
                                   to DL-CURRENT-INTEREST
           move TOT-PROPOSED-INTEREST(TOTALS-INDEX)
                                   to DL-PROPOSED-INTEREST
           compute DL-INTEREST-CHANGE =
               TOT-PROPOSED-INTEREST(TOTALS-INDEX)
                   - TOT-CURRENT-INTEREST(TOTALS-INDEX)
           move TOT-CURRENT-FEES(TOTALS-INDEX) to DL-CURRENT-FEES
           move TOT-PROPOSED-FEES(TOTALS-INDEX) to DL-PROPOSED-FEES
           compute DL-FEES-CHANGE =
               TOT-PROPOSED-FEES(TOTALS-INDEX)
                   - TOT-CURRENT-FEES(TOTALS-INDEX)
           compute DL-CURRENT-MINIMUM rounded =
               TOT-CURRENT-MINIMUM(TOTALS-INDEX)
                   / TOT-CYCLES(TOTALS-INDEX)
           compute DL-PROPOSED-MINIMUM rounded =
               TOT-PROPOSED-MINIMUM(TOTALS-INDEX)
                   / TOT-CYCLES(TOTALS-INDEX)
           move TOT-INTO-DELINQUENCY(TOTALS-INDEX) to DL-INTO
           move TOT-OUT-OF-DELINQUENCY(TOTALS-INDEX) to DL-OUT
           write REPORT-LINE from DETAIL-LINE
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-PAYMENT-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-PAYMENT-STATUS
           if SCORE-FILE-IS-AVAILABLE
               close Score-File
           end-if
           close Statement-File
           close Report-File
           .
