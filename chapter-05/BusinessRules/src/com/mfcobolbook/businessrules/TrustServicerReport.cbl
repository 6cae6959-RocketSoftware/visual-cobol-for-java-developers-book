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

      *> Monthly master trust servicer report, over the accounts the
      *> eligibility pass has designated to the trust and nothing
      *> else, for the month of the run date (it runs at month end
      *> beside the KPI pack):
      *>   - receivables: the positive balances of designated
      *>     accounts not charged off;
      *>   - collections: the month's payments on those accounts,
      *>     split as the trust splits them - finance-charge
      *>     collections first, up to the finance charges billed to
      *>     the account in the month (interest on the month's
      *>     statements plus the late fees on the month's payment
      *>     rows), and the rest principal;
      *>   - defaults: charged-off ledger rows charged off in the
      *>     month, at the amount charged off;
      *>   - recoveries: money received in the month on a designated
      *>     account on or after its charge-off day;
      *>   - portfolio yield, annualized: finance-charge collections
      *>     plus recoveries less defaults, against receivables;
      *>     payment rate: all collections against receivables;
      *>   - delinquency in dollars by bucket, off the collections
      *>     work queue, and as a share of receivables.
      *> The trustee's data tape goes to trustDataTape - an H line
      *> carrying the month and run date, one D line per designated
      *> account with the account-level detail behind the figures,
      *> and a T line with the account count and total balance.
       program-id. TrustServicerReport.

       environment division.
       input-output section.
       file-control.
           select Statement-File assign to external statementFile
               file status is WS-STATEMENT-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-STATEMENT-KEY
                          of FILE-STATEMENT-RECORD
               .
           select Report-File assign to external trustServicerReport
               organization is line sequential
               file status is WS-REPORT-STATUS
               .
           select Tape-File assign to external trustDataTape
               organization is line sequential
               file status is WS-TAPE-STATUS
               .

       data division.
       file section.
       fd Statement-File.
       copy "STATEMENT-RECORD.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Report-File.
       01 REPORT-LINE                      PIC X(100).
       fd Tape-File.
       01 TAPE-LINE.
        03 TAPE-RECORD-TYPE                PIC X(01).
        03 TAPE-DATA                       PIC X(199).
        03 TAPE-DATA-HEADER REDEFINES TAPE-DATA.
         05 TH-REPORT-MONTH                PIC 9(06).
         05 TH-RUN-DATE                    PIC 9(08).
         05 FILLER                         PIC X(185).
        03 TAPE-DATA-DETAIL REDEFINES TAPE-DATA.
         05 TD-ACCOUNT-ID                  PIC 9(10).
         05 TD-DESIGNATION-DATE            PIC 9(08).
         05 TD-INSTITUTION-CODE            PIC 9(03).
         05 TD-PRODUCT                     PIC X(01).
         05 TD-DATE-OPENED                 PIC 9(08).
         05 TD-ACCOUNT-STATUS              PIC X(01).
         05 TD-CREDIT-LIMIT                PIC 9(9)V99.
         05 TD-BALANCE                     PIC S9(12)V99
                                           SIGN LEADING SEPARATE.
         05 TD-APR                         PIC 9V9(4).
         05 TD-MISSED-PAYMENTS             PIC 9(02).
         05 TD-DELINQUENCY                 PIC X(03).
         05 TD-PAST-DUE                    PIC S9(12)V99
                                           SIGN LEADING SEPARATE.
         05 TD-PRINCIPAL-COLLECTED         PIC S9(12)V99
                                           SIGN LEADING SEPARATE.
         05 TD-FINANCE-COLLECTED           PIC S9(12)V99
                                           SIGN LEADING SEPARATE.
         05 TD-DEFAULT-AMOUNT              PIC S9(12)V99
                                           SIGN LEADING SEPARATE.
         05 TD-RECOVERY-AMOUNT             PIC S9(12)V99
                                           SIGN LEADING SEPARATE.
         05 FILLER                         PIC X(57).
        03 TAPE-DATA-TRAILER REDEFINES TAPE-DATA.
         05 TT-ACCOUNT-COUNT               PIC 9(09).
         05 TT-TOTAL-BALANCE               PIC S9(14)V99
                                           SIGN LEADING SEPARATE.
         05 FILLER                         PIC X(173).

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "PAYMENT-RECORD.cpy" replacing ==(PREFIX)== by ==WS-PAY==.
       copy "COLLECTION-CASE.cpy" replacing ==(PREFIX)== by ==WS-COL==.
       copy "CHARGEOFF-LEDGER.cpy" replacing ==(PREFIX)== by ==WS-CHG==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-PAYMENT-STATUS                PIC XX.
       01 WS-COLLECTION-STATUS             PIC XX.
       01 WS-CHARGEOFF-STATUS              PIC XX.
       01 WS-STATEMENT-STATUS              PIC XX.
       01 WS-REPORT-STATUS                 PIC XX.
       01 WS-TAPE-STATUS                   PIC XX.

       01 WS-COLLECTION-FILE-FLAG          PIC X VALUE "N".
        88 COLLECTION-FILE-IS-AVAILABLE        VALUE "Y".
       01 WS-CHARGEOFF-FILE-FLAG           PIC X VALUE "N".
        88 CHARGEOFF-FILE-IS-AVAILABLE         VALUE "Y".
       01 WS-STATEMENT-FILE-FLAG           PIC X VALUE "N".
        88 STATEMENT-FILE-IS-AVAILABLE         VALUE "Y".

       01 WS-TODAY                         PIC 9(08).
       01 WS-REPORT-MONTH                  PIC 9(06).

      *> The designated account in hand.
       01 WS-CHARGE-OFF-DAY                PIC 9(08).
       01 WS-ACCOUNT-FINANCE-BILLED        PIC S9(12)V99.
       01 WS-ACCOUNT-COLLECTED             PIC S9(12)V99.
       01 WS-ACCOUNT-PRINCIPAL             PIC S9(12)V99.
       01 WS-ACCOUNT-FINANCE               PIC S9(12)V99.
       01 WS-ACCOUNT-DEFAULT               PIC S9(12)V99.
       01 WS-ACCOUNT-RECOVERY              PIC S9(12)V99.
       01 WS-ACCOUNT-PAST-DUE              PIC S9(12)V99.
       01 WS-ACCOUNT-DELINQUENCY           PIC X(03).

      *> The trust's month.
       01 WS-DESIGNATED-COUNT              PIC 9(09) VALUE 0.
       01 WS-CHARGED-OFF-COUNT             PIC 9(09) VALUE 0.
       01 WS-DESIGNATED-BALANCE            PIC S9(14)V99 VALUE 0.
       01 WS-RECEIVABLES                   PIC S9(14)V99 VALUE 0.
       01 WS-PRINCIPAL-COLLECTED           PIC S9(14)V99 VALUE 0.
       01 WS-FINANCE-COLLECTED             PIC S9(14)V99 VALUE 0.
       01 WS-TOTAL-COLLECTED               PIC S9(14)V99 VALUE 0.
       01 WS-FINANCE-BILLED                PIC S9(14)V99 VALUE 0.
       01 WS-DEFAULTS                      PIC S9(14)V99 VALUE 0.
       01 WS-DEFAULT-COUNT                 PIC 9(09) VALUE 0.
       01 WS-RECOVERIES                    PIC S9(14)V99 VALUE 0.
       01 WS-BUCKET-30-TOTAL               PIC S9(14)V99 VALUE 0.
       01 WS-BUCKET-60-TOTAL               PIC S9(14)V99 VALUE 0.
       01 WS-BUCKET-90-TOTAL               PIC S9(14)V99 VALUE 0.
       01 WS-BUCKET-120-TOTAL              PIC S9(14)V99 VALUE 0.
       01 WS-DELINQUENT-TOTAL              PIC S9(14)V99 VALUE 0.
       01 WS-NET-YIELD                     PIC S9(14)V99.
       01 WS-YIELD-PCT                     PIC S9(3)V99 COMP-3.
       01 WS-PAYMENT-RATE-PCT              PIC 9(3)V99 COMP-3.
       01 WS-DELINQ-RATE-PCT               PIC 9(3)V99 COMP-3.
       01 WS-TAPE-LINES                    PIC 9(9) COMP-5 VALUE 0.

       01 DISPLAY-CASH                     PIC -Z(13)9.99.
       01 DISPLAY-PCT                      PIC -ZZ9.99.
       01 DISPLAY-COUNT                    PIC Z(8)9.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           move WS-TODAY(1:6) to WS-REPORT-MONTH
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform WRITE-TAPE-HEADER
               perform REPORT-ALL-ACCOUNTS
               perform WRITE-TAPE-TRAILER
               perform WRITE-THE-REPORT
               perform CLOSE-FILES
           end-if
           display "*** Trust month:               " WS-REPORT-MONTH
           display "*** Designated accounts:       " WS-DESIGNATED-COUNT
           display "*** Data tape lines:           " WS-TAPE-LINES
           move WS-RECEIVABLES to DISPLAY-CASH
           display "*** Trust receivables:         " DISPLAY-CASH
           move WS-TOTAL-COLLECTED to DISPLAY-CASH
           display "*** Collections:               " DISPLAY-CASH
           move WS-DEFAULTS to DISPLAY-CASH
           display "*** Defaults:                  " DISPLAY-CASH
           stop run.

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
      *>   Without the work queue nothing shows as delinquent;
      *>   without the ledger an account's charge-off status alone
      *>   marks its money as recoveries and no default is dated;
      *>   without statements every collection is principal.
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-COLLECTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-COLLECTION-STATUS
           if WS-COLLECTION-STATUS = "00"
               set COLLECTION-FILE-IS-AVAILABLE to true
           else
               display "*** No collections work queue, status "
                       WS-COLLECTION-STATUS
                       " - delinquency not reported"
           end-if
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-CHARGEOFF-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CHARGEOFF-STATUS
           if WS-CHARGEOFF-STATUS = "00"
               set CHARGEOFF-FILE-IS-AVAILABLE to true
           else
               display "*** No charged-off ledger, status "
                       WS-CHARGEOFF-STATUS " - defaults not reported"
           end-if
           open input Statement-File
           if WS-STATEMENT-STATUS = "00"
               set STATEMENT-FILE-IS-AVAILABLE to true
           else
               display "*** No statement file, status "
                       WS-STATEMENT-STATUS
                       " - interest billed not counted"
           end-if
           open output Report-File
           open output Tape-File
           .

       REPORT-ALL-ACCOUNTS SECTION.
           move 0 to WS-ACCOUNT-ID of WS-ACCOUNT
           move START-READ to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           perform READ-NEXT-ACCOUNT
           perform until FILE-STATUS <> "00"
               if WS-TRUST-DESIGNATED of WS-ACCOUNT
                   perform REPORT-ONE-ACCOUNT
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

       REPORT-ONE-ACCOUNT SECTION.
           add 1 to WS-DESIGNATED-COUNT
           move 0 to WS-ACCOUNT-FINANCE-BILLED WS-ACCOUNT-COLLECTED
                     WS-ACCOUNT-PRINCIPAL WS-ACCOUNT-FINANCE
                     WS-ACCOUNT-DEFAULT WS-ACCOUNT-RECOVERY
                     WS-ACCOUNT-PAST-DUE
           move "CUR" to WS-ACCOUNT-DELINQUENCY
           if WS-ACCOUNT-CHARGED-OFF
               add 1 to WS-CHARGED-OFF-COUNT
               move 0 to WS-CHARGE-OFF-DAY
           else
               move 99999999 to WS-CHARGE-OFF-DAY
               if WS-BALANCE of WS-ACCOUNT > 0
                   add WS-BALANCE of WS-ACCOUNT to WS-RECEIVABLES
               end-if
           end-if
           if WS-BALANCE of WS-ACCOUNT > 0
               add WS-BALANCE of WS-ACCOUNT to WS-DESIGNATED-BALANCE
           end-if
           perform FETCH-CHARGE-OFF
           perform SUM-MONTH-INTEREST
           perform SUM-MONTH-PAYMENTS
           perform FETCH-DELINQUENCY
      *>   Collections pay the month's finance charges first.
           if WS-ACCOUNT-COLLECTED > WS-ACCOUNT-FINANCE-BILLED
               move WS-ACCOUNT-FINANCE-BILLED to WS-ACCOUNT-FINANCE
           else
               move WS-ACCOUNT-COLLECTED to WS-ACCOUNT-FINANCE
           end-if
           compute WS-ACCOUNT-PRINCIPAL =
                   WS-ACCOUNT-COLLECTED - WS-ACCOUNT-FINANCE
           add WS-ACCOUNT-FINANCE-BILLED to WS-FINANCE-BILLED
           add WS-ACCOUNT-FINANCE to WS-FINANCE-COLLECTED
           add WS-ACCOUNT-PRINCIPAL to WS-PRINCIPAL-COLLECTED
           add WS-ACCOUNT-COLLECTED to WS-TOTAL-COLLECTED
           add WS-ACCOUNT-RECOVERY to WS-RECOVERIES
           perform WRITE-TAPE-DETAIL
           .

      *> The ledger row dates the charge-off; money from that day on
      *> is recovery, and a charge-off inside the month is a default.
       FETCH-CHARGE-OFF SECTION.
           if not CHARGEOFF-FILE-IS-AVAILABLE
               exit section
           end-if
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                   WS-CHG-ACCOUNT-ID of WS-CHG-CHARGEOFF-LEDGER
           call FIND-CHARGEOFF-BY-ACCOUNT using
                         by reference WS-CHG-CHARGEOFF-LEDGER
                                      WS-CHARGEOFF-STATUS
           if WS-CHARGEOFF-STATUS <> "00"
               move "00" to WS-CHARGEOFF-STATUS
               exit section
           end-if
           move WS-CHG-CHARGE-OFF-DATE to WS-CHARGE-OFF-DAY
           if WS-CHG-CHARGE-OFF-DATE(1:6) = WS-REPORT-MONTH
               move WS-CHG-CHARGED-OFF-AMOUNT to WS-ACCOUNT-DEFAULT
               add WS-CHG-CHARGED-OFF-AMOUNT to WS-DEFAULTS
               add 1 to WS-DEFAULT-COUNT
           end-if
           .

       SUM-MONTH-INTEREST SECTION.
           if not STATEMENT-FILE-IS-AVAILABLE
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
               if FILE-GENERATED-DATE
                          of FILE-STATEMENT-RECORD(1:6)
                                   = WS-REPORT-MONTH
                   add FILE-INTEREST-CHARGED of FILE-STATEMENT-RECORD
                                   to WS-ACCOUNT-FINANCE-BILLED
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

      *> The month's money in: before the charge-off day it is a
      *> collection, from it on a recovery.
       SUM-MONTH-PAYMENTS SECTION.
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                        WS-PAY-ACCOUNT-ID of WS-PAY-PAYMENT-RECORD
           call FIND-PAYMENT-BY-ACCOUNT using by value START-READ
                        by reference WS-PAY-PAYMENT-RECORD
                                     WS-PAYMENT-STATUS
           if WS-PAYMENT-STATUS <> "00"
               move "00" to WS-PAYMENT-STATUS
               exit section
           end-if
           perform READ-NEXT-PAY
           perform until WS-PAYMENT-STATUS <> "00"
                      or WS-PAY-ACCOUNT-ID
                           of WS-PAY-PAYMENT-RECORD <>
                         WS-ACCOUNT-ID of WS-ACCOUNT
               if WS-PAY-PAYMENT-DATE(1:6) = WS-REPORT-MONTH
                   if WS-PAY-LATE-FEE-CHARGED > 0
                       add WS-PAY-LATE-FEE-CHARGED
                                   to WS-ACCOUNT-FINANCE-BILLED
                   end-if
                   if WS-PAY-AMOUNT > 0
                       if WS-PAY-PAYMENT-DATE < WS-CHARGE-OFF-DAY
                           add WS-PAY-AMOUNT to WS-ACCOUNT-COLLECTED
                       else
                           add WS-PAY-AMOUNT to WS-ACCOUNT-RECOVERY
                       end-if
                   end-if
               end-if
               perform READ-NEXT-PAY
           end-perform
           move "00" to WS-PAYMENT-STATUS
           .

       READ-NEXT-PAY SECTION.
           call FIND-PAYMENT-BY-ACCOUNT using by value READ-NEXT
                        by reference WS-PAY-PAYMENT-RECORD
                                     WS-PAYMENT-STATUS
           .

      *> The oldest bucket holding money names the account's stage.
       FETCH-DELINQUENCY SECTION.
           if not COLLECTION-FILE-IS-AVAILABLE
                   or WS-ACCOUNT-CHARGED-OFF
               exit section
           end-if
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                   WS-COL-ACCOUNT-ID of WS-COL-COLLECTION-CASE
           call FIND-COLLECTION-BY-ACCOUNT using
                         by reference WS-COL-COLLECTION-CASE
                                      WS-COLLECTION-STATUS
           if WS-COLLECTION-STATUS <> "00"
               move "00" to WS-COLLECTION-STATUS
               exit section
           end-if
           add WS-COL-BUCKET-30 to WS-BUCKET-30-TOTAL
           add WS-COL-BUCKET-60 to WS-BUCKET-60-TOTAL
           add WS-COL-BUCKET-90 to WS-BUCKET-90-TOTAL
           add WS-COL-BUCKET-120-PLUS to WS-BUCKET-120-TOTAL
           add WS-COL-TOTAL-PAST-DUE to WS-DELINQUENT-TOTAL
           move WS-COL-TOTAL-PAST-DUE to WS-ACCOUNT-PAST-DUE
           evaluate true
               when WS-COL-BUCKET-120-PLUS > 0
                   move "120" to WS-ACCOUNT-DELINQUENCY
               when WS-COL-BUCKET-90 > 0
                   move "90" to WS-ACCOUNT-DELINQUENCY
               when WS-COL-BUCKET-60 > 0
                   move "60" to WS-ACCOUNT-DELINQUENCY
               when WS-COL-BUCKET-30 > 0
                   move "30" to WS-ACCOUNT-DELINQUENCY
           end-evaluate
           .

       WRITE-TAPE-HEADER SECTION.
           move spaces to TAPE-LINE
           move "H" to TAPE-RECORD-TYPE
           move WS-REPORT-MONTH to TH-REPORT-MONTH
           move WS-TODAY to TH-RUN-DATE
           write TAPE-LINE
           .

       WRITE-TAPE-DETAIL SECTION.
           move spaces to TAPE-LINE
           move "D" to TAPE-RECORD-TYPE
           move WS-ACCOUNT-ID of WS-ACCOUNT to TD-ACCOUNT-ID
           move WS-TRUST-DESIGNATION-DATE of WS-ACCOUNT
                                           to TD-DESIGNATION-DATE
           move WS-INSTITUTION-CODE of WS-ACCOUNT
                                           to TD-INSTITUTION-CODE
           move WS-TYPE of WS-ACCOUNT to TD-PRODUCT
           move WS-DATE-OPENED of WS-ACCOUNT to TD-DATE-OPENED
           move WS-ACCOUNT-STATUS of WS-ACCOUNT to TD-ACCOUNT-STATUS
           move WS-CREDIT-LIMIT of WS-ACCOUNT to TD-CREDIT-LIMIT
           move WS-BALANCE of WS-ACCOUNT to TD-BALANCE
           move WS-APR of WS-ACCOUNT to TD-APR
           move WS-MISSED-PAYMENT-COUNT of WS-ACCOUNT
                                           to TD-MISSED-PAYMENTS
           move WS-ACCOUNT-DELINQUENCY to TD-DELINQUENCY
           move WS-ACCOUNT-PAST-DUE to TD-PAST-DUE
           move WS-ACCOUNT-PRINCIPAL to TD-PRINCIPAL-COLLECTED
           move WS-ACCOUNT-FINANCE to TD-FINANCE-COLLECTED
           move WS-ACCOUNT-DEFAULT to TD-DEFAULT-AMOUNT
           move WS-ACCOUNT-RECOVERY to TD-RECOVERY-AMOUNT
           write TAPE-LINE
           add 1 to WS-TAPE-LINES
           .

       WRITE-TAPE-TRAILER SECTION.
           move spaces to TAPE-LINE
           move "T" to TAPE-RECORD-TYPE
           move WS-DESIGNATED-COUNT to TT-ACCOUNT-COUNT
           move WS-DESIGNATED-BALANCE to TT-TOTAL-BALANCE
           write TAPE-LINE
           .

       WRITE-THE-REPORT SECTION.
           move spaces to REPORT-LINE
           string "MASTER TRUST SERVICER REPORT - " delimited by size
                  WS-REPORT-MONTH delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           move WS-DESIGNATED-COUNT to DISPLAY-COUNT
           move spaces to REPORT-LINE
           string "  DESIGNATED ACCOUNTS      " delimited by size
                  DISPLAY-COUNT delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           move WS-CHARGED-OFF-COUNT to DISPLAY-COUNT
           move spaces to REPORT-LINE
           string "  ... CHARGED OFF          " delimited by size
                  DISPLAY-COUNT delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           move WS-RECEIVABLES to DISPLAY-CASH
           move spaces to REPORT-LINE
           string "  RECEIVABLES              " delimited by size
                  DISPLAY-CASH delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           move "  COLLECTIONS:" to REPORT-LINE
           write REPORT-LINE
           move WS-FINANCE-BILLED to DISPLAY-CASH
           move spaces to REPORT-LINE
           string "    FINANCE CHARGES BILLED " delimited by size
                  DISPLAY-CASH delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           move WS-FINANCE-COLLECTED to DISPLAY-CASH
           move spaces to REPORT-LINE
           string "    FINANCE CHARGE         " delimited by size
                  DISPLAY-CASH delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           move WS-PRINCIPAL-COLLECTED to DISPLAY-CASH
           move spaces to REPORT-LINE
           string "    PRINCIPAL              " delimited by size
                  DISPLAY-CASH delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           move WS-TOTAL-COLLECTED to DISPLAY-CASH
           move spaces to REPORT-LINE
           string "    TOTAL                  " delimited by size
                  DISPLAY-CASH delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           move WS-DEFAULT-COUNT to DISPLAY-COUNT
           move WS-DEFAULTS to DISPLAY-CASH
           move spaces to REPORT-LINE
           string "  DEFAULTS                 " delimited by size
                  DISPLAY-CASH delimited by size
                  "  ACCTS " delimited by size
                  DISPLAY-COUNT delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           move WS-RECOVERIES to DISPLAY-CASH
           move spaces to REPORT-LINE
           string "  RECOVERIES               " delimited by size
                  DISPLAY-CASH delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           perform COMPUTE-AND-WRITE-RATES
           perform WRITE-BUCKET-LINES
           .

       COMPUTE-AND-WRITE-RATES SECTION.
           move 0 to WS-YIELD-PCT WS-PAYMENT-RATE-PCT
                     WS-DELINQ-RATE-PCT
           compute WS-NET-YIELD = WS-FINANCE-COLLECTED + WS-RECOVERIES
                                - WS-DEFAULTS
           if WS-RECEIVABLES > 0
               compute WS-YIELD-PCT rounded =
                       WS-NET-YIELD * 12 * 100 / WS-RECEIVABLES
               compute WS-PAYMENT-RATE-PCT rounded =
                       WS-TOTAL-COLLECTED * 100 / WS-RECEIVABLES
               compute WS-DELINQ-RATE-PCT rounded =
                       WS-DELINQUENT-TOTAL * 100 / WS-RECEIVABLES
           end-if
           move WS-YIELD-PCT to DISPLAY-PCT
           move spaces to REPORT-LINE
           string "  PORTFOLIO YIELD          " delimited by size
                  DISPLAY-PCT delimited by size
                  " PCT (ANNUALIZED)" delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           move WS-PAYMENT-RATE-PCT to DISPLAY-PCT
           move spaces to REPORT-LINE
           string "  PAYMENT RATE             " delimited by size
                  DISPLAY-PCT delimited by size
                  " PCT" delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           move WS-DELINQ-RATE-PCT to DISPLAY-PCT
           move spaces to REPORT-LINE
           string "  DELINQUENCY RATE         " delimited by size
                  DISPLAY-PCT delimited by size
                  " PCT" delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           .

       WRITE-BUCKET-LINES SECTION.
           move "  DELINQUENCY BY BUCKET:" to REPORT-LINE
           write REPORT-LINE
           move WS-BUCKET-30-TOTAL to DISPLAY-CASH
           move spaces to REPORT-LINE
           string "    30 DAYS  " delimited by size
                  DISPLAY-CASH delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           move WS-BUCKET-60-TOTAL to DISPLAY-CASH
           move spaces to REPORT-LINE
           string "    60 DAYS  " delimited by size
                  DISPLAY-CASH delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           move WS-BUCKET-90-TOTAL to DISPLAY-CASH
           move spaces to REPORT-LINE
           string "    90 DAYS  " delimited by size
                  DISPLAY-CASH delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           move WS-BUCKET-120-TOTAL to DISPLAY-CASH
           move spaces to REPORT-LINE
           string "    120+     " delimited by size
                  DISPLAY-CASH delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           call OPEN-PAYMENT-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-PAYMENT-STATUS
           if COLLECTION-FILE-IS-AVAILABLE
               call OPEN-COLLECTION-FILE using by value
                                        WS-FUNCTION-CODE
                                        by reference
                                        WS-COLLECTION-STATUS
           end-if
           if CHARGEOFF-FILE-IS-AVAILABLE
               call OPEN-CHARGEOFF-FILE using by value WS-FUNCTION-CODE
                                        by reference
                                        WS-CHARGEOFF-STATUS
           end-if
           if STATEMENT-FILE-IS-AVAILABLE
               close Statement-File
           end-if
           close Report-File
           close Tape-File
           .
