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

      *> Card-network billing intake. InterchangeEstimation tells us
      *> what the networks should pay us; this is the other direction
      *> - the monthly invoice of assessments, cross-border fees and
      *> per-authorization fees they bill us - checked line by line
      *> before it is paid. The billing file is one H header - H,
      *> file sequence (6), business date (8), detail count (9),
      *> network code (4), billing month yyyymm (6), invoice number
      *> (12), invoice total (sign leading, 9(12)V99) - followed by
      *> D details: D, fee line code (6), the network's units (12),
      *> billed amount (sign leading, 9(12)V99), description (30).
      *> The header passes the transmission-control gate every
      *> inbound interface passes, so a re-sent invoice is refused
      *> whole.
      *>
      *> Each fee line is recomputed from our own books for the
      *> billing month using the fee table Finance maintains -
      *> fixed-layout lines of network (4), fee line code (6), basis
      *> (1), rate (9(3)V9(6)), tolerance (zoned 9(7)V99, blank or
      *> zero = the standing tolerance) and description (30). The
      *> basis says what the rate is applied to:
      *>   A  every authorization we logged in the month
      *>   B  cross-border authorizations only
      *>   D  domestic settled network volume (a rate per dollar)
      *>   X  cross-border settled network volume (the same)
      *>   K  cards active on the run date
      *>   F  a flat monthly amount - the rate is the amount
      *> Cross-border is a merchant country other than home; settled
      *> network volume is the month's positive rows carrying a
      *> merchant id, as interchange is estimated on. A billed line
      *> within tolerance of ours is agreed at the network's figure;
      *> one outside it is agreed at the lesser of the two and the
      *> rest disputed; a line with no fee-table row is disputed
      *> whole. Fee-table lines the network did not bill are listed
      *> so an undercharge is seen too.
      *>
      *> The variance report goes to networkInvoiceReport. The
      *> agreed total - never more than the invoice total - is
      *> appended to the network payable file for GlJournalExtract
      *> to accrue as owed to the network; an invoice already on
      *> that file is reported again but not accrued twice, and
      *> nothing is accrued when our own measures could not be
      *> taken.
       program-id. NetworkInvoiceRecon.

       environment division.
       input-output section.
       file-control.
           select Invoice-File assign to external networkInvoiceFile
               organization is line sequential
               file status is WS-INVOICE-STATUS
               .
           select Fee-Table-File assign to external
                                           networkFeeTableFile
               organization is line sequential
               file status is WS-FEE-TABLE-STATUS
               .
           select Auth-In-File assign to external authorizationFile
               organization is line sequential
               file status is WS-AUTH-STATUS
               .
           select Payable-File assign to external networkPayableFile
               organization is line sequential
               file status is WS-PAYABLE-STATUS
               .
           select Report-File assign to external
                                           networkInvoiceReport
               organization is line sequential
               file status is WS-REPORT-STATUS
               .

       data division.
       file section.
       fd Invoice-File.
       01 INVOICE-LINE                     PIC X(80).
       01 INVOICE-HEADER REDEFINES INVOICE-LINE.
        03 IH-RECORD-TYPE                  PIC X(01).
        03 IH-FILE-SEQUENCE                PIC 9(06).
        03 IH-BUSINESS-DATE                PIC 9(08).
        03 IH-RECORD-COUNT                 PIC 9(09).
        03 IH-NETWORK-CODE                 PIC X(04).
        03 IH-BILLING-MONTH                PIC 9(06).
        03 IH-INVOICE-NUMBER               PIC X(12).
        03 IH-INVOICE-TOTAL                PIC S9(12)V99
                                           SIGN LEADING SEPARATE.
        03 FILLER                          PIC X(19).
       01 INVOICE-DETAIL REDEFINES INVOICE-LINE.
        03 ID-RECORD-TYPE                  PIC X(01).
        03 ID-FEE-LINE                     PIC X(06).
        03 ID-BILLED-UNITS                 PIC 9(12).
        03 ID-BILLED-UNITS-TEXT REDEFINES ID-BILLED-UNITS
                                           PIC X(12).
        03 ID-BILLED-AMOUNT                PIC S9(12)V99
                                           SIGN LEADING SEPARATE.
        03 ID-DESCRIPTION                  PIC X(30).
        03 FILLER                          PIC X(16).
       fd Fee-Table-File.
       01 FEE-TABLE-LINE.
        03 FTL-NETWORK-CODE                PIC X(04).
        03 FTL-FEE-LINE                    PIC X(06).
        03 FTL-BASIS                       PIC X(01).
        03 FTL-RATE                        PIC 9(3)V9(6).
        03 FTL-RATE-TEXT REDEFINES FTL-RATE
                                           PIC X(09).
        03 FTL-TOLERANCE                   PIC 9(7)V99.
        03 FTL-TOLERANCE-TEXT REDEFINES FTL-TOLERANCE
                                           PIC X(09).
        03 FTL-DESCRIPTION                 PIC X(30).
       fd Auth-In-File.
       copy "AUTHORIZATION-RECORD.cpy"
                              replacing ==(PREFIX)== by ==AIN==.
       fd Payable-File.
       copy "NETWORK-PAYABLE.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Report-File.
       01 REPORT-LINE                      PIC X(132).

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "TRANSACTION-RECORD.cpy" replacing ==(PREFIX)==
                                                  by ==WS-TXN==.
       copy "CARD-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CARD==.
       copy "XMIT-CONTROL.cpy" replacing ==(PREFIX)== by ==WS-XMIT==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 WS-INVOICE-STATUS                PIC XX.
       01 WS-FEE-TABLE-STATUS              PIC XX.
       01 WS-AUTH-STATUS                   PIC XX.
       01 WS-PAYABLE-STATUS                PIC XX.
       01 WS-REPORT-STATUS                 PIC XX.
       01 WS-TRANSACTION-STATUS            PIC XX.
       01 WS-CARD-FILE-STATUS              PIC XX.
       01 WS-XMIT-STATUS                   PIC XX.

       78 XMIT-INTERFACE-NAME              VALUE "NETINVOICE".
       copy "HOME-COUNTRY.cpy".
      *> The variance a fee line may show and still be agreed at the
      *> network's figure, where the fee table sets none of its own.
       78 DEFAULT-TOLERANCE                VALUE 1.00.

       01 WS-TODAY                         PIC 9(08).

       01 WS-HEADER-SEEN                   PIC X VALUE "N".
        88 HEADER-WAS-SEEN                     VALUE "Y".
       01 WS-FILE-RELEASED                 PIC X VALUE "N".
        88 FILE-IS-RELEASED                    VALUE "Y".
       01 WS-MEASURES-FLAG                 PIC X VALUE "Y".
        88 MEASURES-ARE-COMPLETE               VALUE "Y".
       01 WS-PRIOR-ACCRUAL-FLAG            PIC X VALUE "N".
        88 INVOICE-ALREADY-ACCRUED             VALUE "Y".
       01 WS-EXPECTED-COUNT                PIC 9(09) VALUE 0.
       01 WS-DETAIL-COUNT                  PIC 9(9) COMP-5 VALUE 0.
       01 WS-REJECT-COUNT                  PIC 9(6) COMP-5 VALUE 0.

      *> The invoice being reconciled, from its header.
       01 WS-NETWORK-CODE                  PIC X(04) VALUE SPACES.
       01 WS-BILLING-MONTH                 PIC 9(06) VALUE 0.
       01 WS-INVOICE-NUMBER                PIC X(12) VALUE SPACES.
       01 WS-INVOICE-TOTAL                 PIC S9(12)V99 VALUE 0.

      *> Finance's fee table for the invoice's network.
       78 FEE-TABLE-MAX                    VALUE 50.
       01 FEE-TABLE.
        03 FEE-ENTRY OCCURS 50 TIMES.
         05 FEE-LINE-CODE                   PIC X(06).
         05 FEE-BASIS                       PIC X(01).
          88 FEE-PER-AUTHORIZATION              VALUE "A".
          88 FEE-PER-XB-AUTHORIZATION           VALUE "B".
          88 FEE-ON-DOMESTIC-VOLUME             VALUE "D".
          88 FEE-ON-XB-VOLUME                   VALUE "X".
          88 FEE-PER-ACTIVE-CARD                VALUE "K".
          88 FEE-FLAT                           VALUE "F".
          88 FEE-BASIS-VALID                    VALUE "A", "B", "D",
                                                      "X", "K", "F".
         05 FEE-RATE                        PIC 9(3)V9(6).
         05 FEE-TOLERANCE                   PIC 9(7)V99.
         05 FEE-DESCRIPTION                 PIC X(30).
         05 FEE-BILLED-FLAG                 PIC X(01).
          88 FEE-WAS-BILLED                     VALUE "Y".
       01 FEE-COUNT                        PIC 99 COMP-5 VALUE 0.
       01 FEE-INDEX                        PIC 99 COMP-5.
       01 FEE-SLOT                         PIC 99 COMP-5.

      *> The invoice's fee lines as billed and as we recompute them.
       78 INVOICE-TABLE-MAX                VALUE 50.
       01 INVOICE-TABLE.
        03 INVOICE-ENTRY OCCURS 50 TIMES.
         05 INV-FEE-LINE                    PIC X(06).
         05 INV-DESCRIPTION                 PIC X(30).
         05 INV-BILLED-UNITS                PIC 9(12).
         05 INV-BILLED-AMOUNT               PIC S9(12)V99.
       01 INVOICE-COUNT                    PIC 99 COMP-5 VALUE 0.
       01 INVOICE-INDEX                    PIC 99 COMP-5.
       01 WS-INVOICE-OVERFLOW              PIC 9(6) COMP-5 VALUE 0.

      *> Our own measures for the billing month.
       01 WS-AUTH-COUNT                    PIC 9(9) COMP-5 VALUE 0.
       01 WS-XB-AUTH-COUNT                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-DOMESTIC-VOLUME               PIC S9(14)V99 VALUE 0.
       01 WS-XB-VOLUME                     PIC S9(14)V99 VALUE 0.
       01 WS-ACTIVE-CARDS                  PIC 9(9) COMP-5 VALUE 0.

      *> One fee line's reconciliation.
       01 WS-BASIS-QUANTITY                PIC S9(14)V99.
       01 WS-LINE-EXPECTED                 PIC S9(12)V99.
       01 WS-LINE-BILLED                   PIC S9(12)V99.
       01 WS-LINE-VARIANCE                 PIC S9(12)V99.
       01 WS-LINE-SPREAD                   PIC S9(12)V99.
       01 WS-LINE-TOLERANCE                PIC S9(7)V99.
       01 WS-LINE-AGREED                   PIC S9(12)V99.
       01 WS-LINE-STATUS                   PIC X(10).

       01 WS-LINES-TOTAL                   PIC S9(12)V99 VALUE 0.
       01 WS-EXPECTED-TOTAL                PIC S9(12)V99 VALUE 0.
       01 WS-AGREED-TOTAL                  PIC S9(12)V99 VALUE 0.
       01 WS-DISPUTED-TOTAL                PIC S9(12)V99 VALUE 0.
       01 WS-LINES-DISPUTED                PIC 9(6) COMP-5 VALUE 0.

       01 DISPLAY-CASH                     PIC -Z(13)9.99.
       01 DISPLAY-COUNT                    PIC Z(8)9.

       01 HEADING-LINE.
        03 FILLER                          PIC X(08) VALUE "FEE".
        03 FILLER                          PIC X(21)
                                   VALUE "DESCRIPTION".
        03 FILLER                          PIC X(02) VALUE "B".
        03 FILLER                          PIC X(15)
                                   VALUE "      OUR BASIS".
        03 FILLER                          PIC X(13)
                                   VALUE "  THEIR UNITS".
        03 FILLER                          PIC X(15)
                                   VALUE "       EXPECTED".
        03 FILLER                          PIC X(15)
                                   VALUE "         BILLED".
        03 FILLER                          PIC X(15)
                                   VALUE "       VARIANCE".
        03 FILLER                          PIC X(15)
                                   VALUE "         AGREED".
        03 FILLER                          PIC X(12)
                                   VALUE "  STATUS".
       01 DETAIL-LINE.
        03 DL-FEE-LINE                     PIC X(06).
        03 FILLER                          PIC X(02) VALUE SPACES.
        03 DL-DESCRIPTION                  PIC X(20).
        03 FILLER                          PIC X(01) VALUE SPACES.
        03 DL-BASIS                        PIC X(01).
        03 FILLER                          PIC X(01) VALUE SPACES.
        03 DL-OUR-BASIS                    PIC -Z(10)9.99.
        03 FILLER                          PIC X(01) VALUE SPACES.
        03 DL-THEIR-UNITS                  PIC Z(11)9.
        03 DL-EXPECTED                     PIC -Z(10)9.99.
        03 DL-BILLED                       PIC -Z(10)9.99.
        03 DL-VARIANCE                     PIC -Z(10)9.99.
        03 DL-AGREED                       PIC -Z(10)9.99.
        03 FILLER                          PIC X(02) VALUE SPACES.
        03 DL-STATUS                       PIC X(10).

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform READ-INVOICE-FILE
           if not FILE-IS-RELEASED
               display "*** No network invoice released - nothing "
                       "reconciled"
               stop run
           end-if
           perform LOAD-FEE-TABLE
           perform FIND-PRIOR-ACCRUAL
           perform COUNT-AUTHORIZATIONS
           perform MEASURE-SETTLED-VOLUME
           perform COUNT-ACTIVE-CARDS
           perform RECONCILE-FEE-LINES
           perform WRITE-THE-REPORT
           perform WRITE-NETWORK-PAYABLE
           if WS-DETAIL-COUNT <> WS-EXPECTED-COUNT
               display "*** COUNT MISMATCH - header promised "
                       WS-EXPECTED-COUNT " details, file held "
                       WS-DETAIL-COUNT
           end-if
           display "*** Invoice " WS-INVOICE-NUMBER " network "
                   WS-NETWORK-CODE " month " WS-BILLING-MONTH
           display "*** Fee lines billed:   " INVOICE-COUNT
           display "*** Fee lines disputed: " WS-LINES-DISPUTED
           move WS-INVOICE-TOTAL to DISPLAY-CASH
           display "*** Invoice total:  " DISPLAY-CASH
           move WS-AGREED-TOTAL to DISPLAY-CASH
           display "*** Agreed total:   " DISPLAY-CASH
           move WS-DISPUTED-TOTAL to DISPLAY-CASH
           display "*** Disputed total: " DISPLAY-CASH
           display "*** Lines rejected: " WS-REJECT-COUNT
           stop run.

      *> The whole invoice is read before anything is measured - the
      *> header names the network and month everything else keys on.
       READ-INVOICE-FILE SECTION.
           open input Invoice-File
           if WS-INVOICE-STATUS <> "00"
               display "*** Could not open network invoice file, "
                       "status " WS-INVOICE-STATUS
               exit section
           end-if
           read Invoice-File
               at end move "10" to WS-INVOICE-STATUS
           end-read
           perform until WS-INVOICE-STATUS <> "00"
               evaluate IH-RECORD-TYPE
                   when "H"
                       if HEADER-WAS-SEEN
                           add 1 to WS-REJECT-COUNT
                           display "*** Second invoice header "
                                   "ignored: " INVOICE-LINE(1:50)
                       else
                           perform VALIDATE-HEADER
                       end-if
                   when "D"
                       perform TAKE-DETAIL-LINE
                   when other
                       add 1 to WS-REJECT-COUNT
                       display "*** Unknown invoice line skipped: "
                               INVOICE-LINE(1:50)
               end-evaluate
               if WS-INVOICE-STATUS = "00"
                   read Invoice-File
                       at end move "10" to WS-INVOICE-STATUS
                   end-read
               end-if
           end-perform
           close Invoice-File
           .

      *> The gate every inbound interface passes: "00" clean, "96"
      *> loadable past a gap (the hole is on the daily report), "94"
      *> a duplicate - the whole invoice is refused.
       VALIDATE-HEADER SECTION.
           if IH-FILE-SEQUENCE not numeric
                   or IH-BILLING-MONTH not numeric
                   or IH-INVOICE-TOTAL not numeric
               add 1 to WS-REJECT-COUNT
               display "*** Malformed invoice header - file "
                       "refused: " INVOICE-LINE(1:50)
               move "10" to WS-INVOICE-STATUS
               exit section
           end-if
           set HEADER-WAS-SEEN to true
           move IH-RECORD-COUNT to WS-EXPECTED-COUNT
           move IH-NETWORK-CODE to WS-NETWORK-CODE
           move IH-BILLING-MONTH to WS-BILLING-MONTH
           move IH-INVOICE-NUMBER to WS-INVOICE-NUMBER
           move IH-INVOICE-TOTAL to WS-INVOICE-TOTAL
           move XMIT-INTERFACE-NAME to WS-XMIT-INTERFACE-NAME
           move IH-FILE-SEQUENCE to WS-XMIT-FILE-SEQUENCE
           move IH-BUSINESS-DATE to WS-XMIT-BUSINESS-DATE
           move IH-RECORD-COUNT to WS-XMIT-RECORD-COUNT
           move IH-INVOICE-TOTAL to WS-XMIT-CONTROL-TOTAL
           call VALIDATE-INBOUND-FILE using by reference
                                             WS-XMIT-XMIT-CONTROL
                                             WS-XMIT-STATUS
           evaluate WS-XMIT-STATUS
               when "00"
                   set FILE-IS-RELEASED to true
               when "96"
                   set FILE-IS-RELEASED to true
                   display "*** Network invoice arrived past a "
                           "sequence gap - reconciling, hole is on "
                           "the report"
               when "94"
                   display "*** DUPLICATE network invoice sequence "
                           IH-FILE-SEQUENCE " - file refused"
                   move "10" to WS-INVOICE-STATUS
               when other
                   display "*** Transmission control refused the "
                           "file, status " WS-XMIT-STATUS
                   move "10" to WS-INVOICE-STATUS
           end-evaluate
           .

       TAKE-DETAIL-LINE SECTION.
           if not FILE-IS-RELEASED
               add 1 to WS-REJECT-COUNT
               display "*** Detail before a validated header "
                       "skipped: " INVOICE-LINE(1:50)
               exit section
           end-if
           add 1 to WS-DETAIL-COUNT
           if ID-BILLED-UNITS-TEXT = spaces
               move 0 to ID-BILLED-UNITS
           end-if
           if ID-BILLED-UNITS not numeric
                   or ID-BILLED-AMOUNT not numeric
                   or ID-FEE-LINE = spaces
               add 1 to WS-REJECT-COUNT
               display "*** Malformed invoice line skipped: "
                       INVOICE-LINE(1:50)
               exit section
           end-if
           if INVOICE-COUNT >= INVOICE-TABLE-MAX
               add 1 to WS-INVOICE-OVERFLOW
               display "*** Invoice line table full - line left "
                       "unagreed: " INVOICE-LINE(1:50)
               exit section
           end-if
           add 1 to INVOICE-COUNT
           move ID-FEE-LINE to INV-FEE-LINE(INVOICE-COUNT)
           move ID-DESCRIPTION to INV-DESCRIPTION(INVOICE-COUNT)
           move ID-BILLED-UNITS to INV-BILLED-UNITS(INVOICE-COUNT)
           move ID-BILLED-AMOUNT to INV-BILLED-AMOUNT(INVOICE-COUNT)
           add ID-BILLED-AMOUNT to WS-LINES-TOTAL
           .

      *> Only the invoice network's rows are kept; a malformed row
      *> is skipped and shown, so a billed line it should have
      *> priced comes out disputed rather than silently agreed.
       LOAD-FEE-TABLE SECTION.
           open input Fee-Table-File
           if WS-FEE-TABLE-STATUS <> "00"
               display "*** No network fee table - every billed "
                       "line will be disputed"
               exit section
           end-if
           perform until WS-FEE-TABLE-STATUS <> "00"
                     or FEE-COUNT >= FEE-TABLE-MAX
               read Fee-Table-File
                   at end move "10" to WS-FEE-TABLE-STATUS
               end-read
               if WS-FEE-TABLE-STATUS = "00"
                       and FTL-NETWORK-CODE = WS-NETWORK-CODE
                   if FTL-TOLERANCE-TEXT = spaces
                       move 0 to FTL-TOLERANCE
                   end-if
                   add 1 to FEE-COUNT
                   move FTL-BASIS to FEE-BASIS(FEE-COUNT)
                   if FTL-RATE-TEXT is numeric
                           and FTL-TOLERANCE-TEXT is numeric
                           and FTL-FEE-LINE <> spaces
                           and FEE-BASIS-VALID(FEE-COUNT)
                       move FTL-FEE-LINE to FEE-LINE-CODE(FEE-COUNT)
                       move FTL-RATE to FEE-RATE(FEE-COUNT)
                       move FTL-TOLERANCE to FEE-TOLERANCE(FEE-COUNT)
                       move FTL-DESCRIPTION
                                       to FEE-DESCRIPTION(FEE-COUNT)
                       move "N" to FEE-BILLED-FLAG(FEE-COUNT)
                   else
                       subtract 1 from FEE-COUNT
                       display "*** Malformed fee table line "
                               "ignored: " FEE-TABLE-LINE
                   end-if
               end-if
           end-perform
           close Fee-Table-File
           .

      *> An invoice already on the payable file was accrued by an
      *> earlier run - it is reported again, not booked again.
       FIND-PRIOR-ACCRUAL SECTION.
           open input Payable-File
           if WS-PAYABLE-STATUS <> "00"
               exit section
           end-if
           read Payable-File
               at end move "10" to WS-PAYABLE-STATUS
           end-read
           perform until WS-PAYABLE-STATUS <> "00"
               if FILE-NETWORK-CODE = WS-NETWORK-CODE
                       and FILE-NETWORK-INVOICE-NUMBER
                                       = WS-INVOICE-NUMBER
                   set INVOICE-ALREADY-ACCRUED to true
               end-if
               read Payable-File
                   at end move "10" to WS-PAYABLE-STATUS
               end-read
           end-perform
           close Payable-File
           .

      *> Every decision logged in the billing month is a message the
      *> network carried; the cross-border ones are those presented
      *> from a merchant country other than home.
       COUNT-AUTHORIZATIONS SECTION.
           open input Auth-In-File
           if WS-AUTH-STATUS <> "00"
               display "*** Could not open authorization log, status "
                       WS-AUTH-STATUS
               move "N" to WS-MEASURES-FLAG
               exit section
           end-if
           read Auth-In-File
               at end move "10" to WS-AUTH-STATUS
           end-read
           perform until WS-AUTH-STATUS <> "00"
               if AIN-AUTH-DATE(1:6) = WS-BILLING-MONTH
                   add 1 to WS-AUTH-COUNT
                   if AIN-AUTH-MERCHANT-COUNTRY <> spaces
                           and AIN-AUTH-MERCHANT-COUNTRY
                                           <> HOME-COUNTRY
                       add 1 to WS-XB-AUTH-COUNT
                   end-if
               end-if
               read Auth-In-File
                   at end move "10" to WS-AUTH-STATUS
               end-read
           end-perform
           close Auth-In-File
           .

       MEASURE-SETTLED-VOLUME SECTION.
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           if WS-TRANSACTION-STATUS <> "00"
               display "*** Could not open transaction file, status "
                       WS-TRANSACTION-STATUS
               move "N" to WS-MEASURES-FLAG
               exit section
           end-if
           move 0 to WS-TXN-TRANSACTION-ID
           move START-READ to WS-FUNCTION-CODE
           call READ-TRANSACTION-RECORD using by value WS-FUNCTION-CODE
                              by reference WS-TXN-TRANSACTION-RECORD
                                           WS-TRANSACTION-STATUS
           perform READ-NEXT-TXN
           perform until WS-TRANSACTION-STATUS <> "00"
               if WS-TXN-TRANS-DATE
                          of WS-TXN-TRANSACTION-RECORD(1:6)
                                   = WS-BILLING-MONTH
                   and WS-TXN-AMOUNT of WS-TXN-TRANSACTION-RECORD > 0
                   and WS-TXN-MERCHANT-ID
                          of WS-TXN-TRANSACTION-RECORD <> spaces
                   if WS-TXN-MERCHANT-COUNTRY
                          of WS-TXN-TRANSACTION-RECORD <> spaces
                       and WS-TXN-MERCHANT-COUNTRY
                          of WS-TXN-TRANSACTION-RECORD
                                           <> HOME-COUNTRY
                       add WS-TXN-AMOUNT of WS-TXN-TRANSACTION-RECORD
                                           to WS-XB-VOLUME
                   else
                       add WS-TXN-AMOUNT of WS-TXN-TRANSACTION-RECORD
                                           to WS-DOMESTIC-VOLUME
                   end-if
               end-if
               perform READ-NEXT-TXN
           end-perform
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           .

       READ-NEXT-TXN SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-TRANSACTION-RECORD using by value WS-FUNCTION-CODE
                              by reference WS-TXN-TRANSACTION-RECORD
                                           WS-TRANSACTION-STATUS
           .

      *> The card file keeps no month-end picture, so the count is
      *> the cards active on the run date - the intake runs in the
      *> days after the invoice month closes.
       COUNT-ACTIVE-CARDS SECTION.
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-CARD-FILE using by value WS-FUNCTION-CODE
                                by reference WS-CARD-FILE-STATUS
           if WS-CARD-FILE-STATUS <> "00"
               display "*** Could not open card file, status "
                       WS-CARD-FILE-STATUS
               move "N" to WS-MEASURES-FLAG
               exit section
           end-if
           move 0 to WS-CARD-CARD-NUMBER
           move START-READ to WS-FUNCTION-CODE
           call READ-CARD-RECORD using by value WS-FUNCTION-CODE
                                 by reference WS-CARD-CARD-RECORD
                                              WS-CARD-FILE-STATUS
           perform READ-NEXT-CARD
           perform until WS-CARD-FILE-STATUS <> "00"
               if WS-CARD-CARD-ACTIVE
                   add 1 to WS-ACTIVE-CARDS
               end-if
               perform READ-NEXT-CARD
           end-perform
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CARD-FILE using by value WS-FUNCTION-CODE
                                by reference WS-CARD-FILE-STATUS
           .

       READ-NEXT-CARD SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-CARD-RECORD using by value WS-FUNCTION-CODE
                                 by reference WS-CARD-CARD-RECORD
                                              WS-CARD-FILE-STATUS
           .

      *> Each billed line against its fee-table row, then the rows
      *> the network did not bill. The agreed total never exceeds
      *> what the network invoiced, and whatever of the invoice is
      *> not agreed is disputed.
       RECONCILE-FEE-LINES SECTION.
           open output Report-File
           perform WRITE-REPORT-HEADING
           perform varying INVOICE-INDEX from 1 by 1
                       until INVOICE-INDEX > INVOICE-COUNT
               perform RECONCILE-BILLED-LINE
           end-perform
           perform varying FEE-INDEX from 1 by 1
                       until FEE-INDEX > FEE-COUNT
               if not FEE-WAS-BILLED(FEE-INDEX)
                   perform REPORT-UNBILLED-LINE
               end-if
           end-perform
           if WS-AGREED-TOTAL > WS-INVOICE-TOTAL
               move WS-INVOICE-TOTAL to WS-AGREED-TOTAL
           end-if
           compute WS-DISPUTED-TOTAL =
                   WS-INVOICE-TOTAL - WS-AGREED-TOTAL
           .

       RECONCILE-BILLED-LINE SECTION.
           move INV-BILLED-AMOUNT(INVOICE-INDEX) to WS-LINE-BILLED
           move 0 to FEE-SLOT
           perform varying FEE-INDEX from 1 by 1
                       until FEE-INDEX > FEE-COUNT
               if FEE-LINE-CODE(FEE-INDEX) =
                                   INV-FEE-LINE(INVOICE-INDEX)
                   move FEE-INDEX to FEE-SLOT
                   exit perform
               end-if
           end-perform
           move spaces to DETAIL-LINE
           move INV-FEE-LINE(INVOICE-INDEX) to DL-FEE-LINE
           move INV-DESCRIPTION(INVOICE-INDEX) to DL-DESCRIPTION
           move INV-BILLED-UNITS(INVOICE-INDEX) to DL-THEIR-UNITS
           if FEE-SLOT = 0
               move 0 to WS-BASIS-QUANTITY
               move 0 to WS-LINE-EXPECTED
               move 0 to WS-LINE-AGREED
               move "NO RATE" to WS-LINE-STATUS
               move space to DL-BASIS
           else
               set FEE-WAS-BILLED(FEE-SLOT) to true
               move FEE-BASIS(FEE-SLOT) to DL-BASIS
               perform COMPUTE-EXPECTED-CHARGE
               compute WS-LINE-VARIANCE =
                       WS-LINE-BILLED - WS-LINE-EXPECTED
               move WS-LINE-VARIANCE to WS-LINE-SPREAD
               if WS-LINE-SPREAD < 0
                   compute WS-LINE-SPREAD = 0 - WS-LINE-SPREAD
               end-if
               move FEE-TOLERANCE(FEE-SLOT) to WS-LINE-TOLERANCE
               if WS-LINE-TOLERANCE = 0
                   move DEFAULT-TOLERANCE to WS-LINE-TOLERANCE
               end-if
               evaluate true
                   when WS-LINE-SPREAD not > WS-LINE-TOLERANCE
                       move WS-LINE-BILLED to WS-LINE-AGREED
                       move "AGREED" to WS-LINE-STATUS
                   when WS-LINE-BILLED < WS-LINE-EXPECTED
                       move WS-LINE-BILLED to WS-LINE-AGREED
                       move "UNDER" to WS-LINE-STATUS
                   when other
                       move WS-LINE-EXPECTED to WS-LINE-AGREED
                       move "DISPUTED" to WS-LINE-STATUS
               end-evaluate
           end-if
           if WS-LINE-AGREED <> WS-LINE-BILLED
               add 1 to WS-LINES-DISPUTED
           end-if
           add WS-LINE-EXPECTED to WS-EXPECTED-TOTAL
           add WS-LINE-AGREED to WS-AGREED-TOTAL
           compute WS-LINE-VARIANCE = WS-LINE-BILLED - WS-LINE-EXPECTED
           move WS-BASIS-QUANTITY to DL-OUR-BASIS
           move WS-LINE-EXPECTED to DL-EXPECTED
           move WS-LINE-BILLED to DL-BILLED
           move WS-LINE-VARIANCE to DL-VARIANCE
           move WS-LINE-AGREED to DL-AGREED
           move WS-LINE-STATUS to DL-STATUS
           write REPORT-LINE from DETAIL-LINE
           .

      *> What the fee table's row comes to on our own measures.
       COMPUTE-EXPECTED-CHARGE SECTION.
           evaluate true
               when FEE-PER-AUTHORIZATION(FEE-SLOT)
                   move WS-AUTH-COUNT to WS-BASIS-QUANTITY
               when FEE-PER-XB-AUTHORIZATION(FEE-SLOT)
                   move WS-XB-AUTH-COUNT to WS-BASIS-QUANTITY
               when FEE-ON-DOMESTIC-VOLUME(FEE-SLOT)
                   move WS-DOMESTIC-VOLUME to WS-BASIS-QUANTITY
               when FEE-ON-XB-VOLUME(FEE-SLOT)
                   move WS-XB-VOLUME to WS-BASIS-QUANTITY
               when FEE-PER-ACTIVE-CARD(FEE-SLOT)
                   move WS-ACTIVE-CARDS to WS-BASIS-QUANTITY
               when other
                   move 1 to WS-BASIS-QUANTITY
           end-evaluate
           compute WS-LINE-EXPECTED rounded =
                   WS-BASIS-QUANTITY * FEE-RATE(FEE-SLOT)
           .

      *> A fee we expected and the network did not bill - shown so
      *> an undercharge is seen; nothing is agreed on it.
       REPORT-UNBILLED-LINE SECTION.
           move FEE-INDEX to FEE-SLOT
           perform COMPUTE-EXPECTED-CHARGE
           add WS-LINE-EXPECTED to WS-EXPECTED-TOTAL
           compute WS-LINE-VARIANCE = 0 - WS-LINE-EXPECTED
           move spaces to DETAIL-LINE
           move FEE-LINE-CODE(FEE-SLOT) to DL-FEE-LINE
           move FEE-DESCRIPTION(FEE-SLOT) to DL-DESCRIPTION
           move FEE-BASIS(FEE-SLOT) to DL-BASIS
           move WS-BASIS-QUANTITY to DL-OUR-BASIS
           move 0 to DL-THEIR-UNITS
           move WS-LINE-EXPECTED to DL-EXPECTED
           move 0 to DL-BILLED
           move WS-LINE-VARIANCE to DL-VARIANCE
           move 0 to DL-AGREED
           move "NOT BILLED" to DL-STATUS
           write REPORT-LINE from DETAIL-LINE
           .

       WRITE-REPORT-HEADING SECTION.
           move spaces to REPORT-LINE
           string "NETWORK INVOICE RECONCILIATION  NETWORK "
                                               delimited by size
                  WS-NETWORK-CODE delimited by size
                  "  MONTH " delimited by size
                  WS-BILLING-MONTH delimited by size
                  "  INVOICE " delimited by size
                  WS-INVOICE-NUMBER delimited by size
                  "  RUN " delimited by size
                  WS-TODAY delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           move WS-AUTH-COUNT to DISPLAY-COUNT
           move spaces to REPORT-LINE
           string "  AUTHORIZATIONS         " delimited by size
                  DISPLAY-COUNT delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           move WS-XB-AUTH-COUNT to DISPLAY-COUNT
           move spaces to REPORT-LINE
           string "  CROSS-BORDER AUTHS     " delimited by size
                  DISPLAY-COUNT delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           move WS-DOMESTIC-VOLUME to DISPLAY-CASH
           move spaces to REPORT-LINE
           string "  DOMESTIC VOLUME        " delimited by size
                  DISPLAY-CASH delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           move WS-XB-VOLUME to DISPLAY-CASH
           move spaces to REPORT-LINE
           string "  CROSS-BORDER VOLUME    " delimited by size
                  DISPLAY-CASH delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           move WS-ACTIVE-CARDS to DISPLAY-COUNT
           move spaces to REPORT-LINE
           string "  ACTIVE CARDS           " delimited by size
                  DISPLAY-COUNT delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           if not MEASURES-ARE-COMPLETE
               move "  OUR MEASURES ARE INCOMPLETE - NOTHING ACCRUED"
                       to REPORT-LINE
               write REPORT-LINE
           end-if
           move spaces to REPORT-LINE
           write REPORT-LINE
           write REPORT-LINE from HEADING-LINE
           .

       WRITE-THE-REPORT SECTION.
           move spaces to REPORT-LINE
           write REPORT-LINE
           move WS-INVOICE-TOTAL to DISPLAY-CASH
           move spaces to REPORT-LINE
           string "  INVOICE TOTAL          " delimited by size
                  DISPLAY-CASH delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           if WS-LINES-TOTAL <> WS-INVOICE-TOTAL
               move WS-LINES-TOTAL to DISPLAY-CASH
               move spaces to REPORT-LINE
               string "  FEE LINES TOTAL        " delimited by size
                      DISPLAY-CASH delimited by size
                      "  INVOICE DOES NOT FOOT" delimited by size
                      into REPORT-LINE
               write REPORT-LINE
           end-if
           move WS-EXPECTED-TOTAL to DISPLAY-CASH
           move spaces to REPORT-LINE
           string "  EXPECTED TOTAL         " delimited by size
                  DISPLAY-CASH delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           move WS-AGREED-TOTAL to DISPLAY-CASH
           move spaces to REPORT-LINE
           string "  AGREED TOTAL           " delimited by size
                  DISPLAY-CASH delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           move WS-DISPUTED-TOTAL to DISPLAY-CASH
           move spaces to REPORT-LINE
           string "  DISPUTED TOTAL         " delimited by size
                  DISPLAY-CASH delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           if WS-INVOICE-OVERFLOW > 0
               move WS-INVOICE-OVERFLOW to DISPLAY-COUNT
               move spaces to REPORT-LINE
               string "  LINES BEYOND THE TABLE LEFT UNAGREED: "
                                               delimited by size
                      DISPLAY-COUNT delimited by size
                      into REPORT-LINE
               write REPORT-LINE
           end-if
           if INVOICE-ALREADY-ACCRUED
               move "  INVOICE ALREADY ACCRUED BY AN EARLIER RUN"
                       to REPORT-LINE
               write REPORT-LINE
           end-if
           close Report-File
           .

       WRITE-NETWORK-PAYABLE SECTION.
           if INVOICE-ALREADY-ACCRUED or not MEASURES-ARE-COMPLETE
               exit section
           end-if
           open extend Payable-File
           if WS-PAYABLE-STATUS = "35" or WS-PAYABLE-STATUS = "05"
               open output Payable-File
           end-if
           if WS-PAYABLE-STATUS <> "00"
               display "*** Could not open network payable file, "
                       "status " WS-PAYABLE-STATUS
                       " - invoice reported but not accrued"
               exit section
           end-if
           move WS-TODAY to FILE-NETWORK-PAYABLE-DATE
           move WS-NETWORK-CODE to FILE-NETWORK-CODE
           move WS-BILLING-MONTH to FILE-NETWORK-BILLING-MONTH
           move WS-INVOICE-NUMBER to FILE-NETWORK-INVOICE-NUMBER
           move WS-INVOICE-TOTAL to FILE-NETWORK-BILLED-TOTAL
           move WS-AGREED-TOTAL to FILE-NETWORK-AGREED-TOTAL
           move WS-DISPUTED-TOTAL to FILE-NETWORK-DISPUTED-TOTAL
           write FILE-NETWORK-PAYABLE
           close Payable-File
           display "*** Agreed total accrued for the GL extract"
           .
