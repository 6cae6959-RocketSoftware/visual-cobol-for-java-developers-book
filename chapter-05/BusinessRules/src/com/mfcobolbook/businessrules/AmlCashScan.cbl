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

      *> Daily Bank Secrecy Act cash pass. Collects the business day's
      *> cash-equivalent money in - card payments whose PAYMENT-TENDER
      *> is currency or a monetary instrument, and savings deposits
      *> whose TENDER-TYPE says the same - and totals it per customer
      *> (an account's primary holder), however many accounts it was
      *> spread across.
      *>
      *> A customer whose day totals more than $10,000 goes out on the
      *> CTR filing extract. Each customer's day is kept on the cash-
      *> day file, and that history is what the structuring test reads:
      *> over the last fourteen calendar days, two or more amounts just
      *> under the threshold (single items, or a whole day that came in
      *> just under), or cash over the threshold that never once made a
      *> reportable day, opens an AML case for an investigator. A
      *> customer whose case is still being worked does not alert again
      *> - the hit ticks the case's repeat counter. Notes, the SAR
      *> decision and the filing deadline are AmlCaseDisposition's.
      *>
      *> Rerunning a day is safe: the day rows are rewritten from the
      *> same activity and a day already extracted is not filed twice.
      *> The CTR carries the customer's tax id and birth date in clear,
      *> revealed through the audited REVEAL-CUSTOMER-PII entry under
      *> this run's caller id (which must hold PII-REVEAL); a customer
      *> who cannot be revealed is not extracted and is picked up on
      *> the rerun.
       program-id. AmlCashScan.

       environment division.
       input-output section.
       file-control.
           select Cash-Day-File assign to external amlCashDayFile
               file status is WS-CASH-DAY-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-CASH-DAY-KEY of FILE-AML-CASH-DAY
               .
           select Aml-Case-File assign to external amlCaseFile
               file status is WS-AML-CASE-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-AML-CASE-KEY of FILE-AML-CASE
               .
           select Ctr-File assign to external ctrFilingExtract
               organization is line sequential
               file status is WS-CTR-STATUS
               .

       data division.
       file section.
       fd Cash-Day-File.
       copy "AML-CASH-DAY.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Aml-Case-File.
       copy "AML-CASE.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Ctr-File.
       01 CTR-RECORD.
        03 CTR-BUSINESS-DATE               PIC 9(08).
        03 CTR-CUSTOMER-ID                 PIC 9(10).
        03 CTR-TAX-ID                      PIC X(11).
        03 CTR-LAST-NAME                   PIC X(30).
        03 CTR-FIRST-NAME                  PIC X(30).
        03 CTR-DATE-OF-BIRTH               PIC 9(08).
        03 CTR-ADDRESS-LINE-1              PIC X(30).
        03 CTR-CITY                        PIC X(20).
        03 CTR-STATE                       PIC X(02).
        03 CTR-ZIP-CODE                    PIC X(10).
        03 CTR-CASH-TOTAL                  PIC 9(12)V99.
        03 CTR-ITEM-COUNT                  PIC 9(04).
        03 CTR-ACCOUNT-COUNT               PIC 9(03).

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "PAYMENT-RECORD.cpy" replacing ==(PREFIX)== by ==WS-PAY==.
       copy "TRANSACTION-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-CUSTOMER-STATUS               PIC XX.
       01 WS-PAYMENT-STATUS                PIC XX.
       01 WS-TRANSACTION-STATUS            PIC XX.
       01 WS-CASH-DAY-STATUS               PIC XX.
       01 WS-AML-CASE-STATUS               PIC XX.
       01 WS-CTR-STATUS                    PIC XX.

       01 WS-TODAY                         PIC 9(08).
       78 AML-CALLER-ID                    VALUE "AML-CASH-SCAN".
       01 WS-CALLER-ID                     PIC X(20).
       01 WS-REVEAL-STATUS                 PIC XX.

      *> Reporting threshold - a CTR is due when a day's cash is MORE
      *> than this. Amounts from the floor up to the threshold itself
      *> are "just under" for the structuring test.
       78 AML-CTR-THRESHOLD                VALUE 10000.00.
       78 AML-NEAR-FLOOR                   VALUE 8000.00.
       78 AML-NEAR-ALERT-COUNT             VALUE 2.
       78 AML-AGGREGATE-MIN-DAYS           VALUE 2.
      *> Look-back is today plus the thirteen days before it.
       78 AML-WINDOW-DAYS-BACK             VALUE 13.
      *> SAR filing clock runs from the day the case was raised.
       78 AML-SAR-FILING-DAYS              VALUE 30.

       01 WS-WINDOW-START                  PIC 9(08).
       01 WS-WINDOW-START-PARTS REDEFINES WS-WINDOW-START.
        03 WS-WINDOW-YEAR                  PIC 9(4).
        03 WS-WINDOW-MONTH                 PIC 9(2).
        03 WS-WINDOW-DAY                   PIC 9(2).
       01 WS-DAYS-IN-MONTH                 PIC 99 COMP-5.
       01 WS-DAY-COUNTER                   PIC 9(4) COMP-5.

      *> One slot per customer with cash today; the account list is
      *> only there to count distinct accounts the cash went into.
       78 CASH-TABLE-MAX                   VALUE 2000.
       78 CASH-ACCOUNT-MAX                 VALUE 10.
       01 CASH-TABLE.
        03 CASH-ENTRY OCCURS 2000 TIMES.
         05 CT-CUSTOMER-ID                  PIC X(4) COMP-X.
         05 CT-CASH-TOTAL                   PIC S9(12)V99.
         05 CT-ITEM-COUNT                   PIC 9(4) COMP-5.
         05 CT-NEAR-COUNT                   PIC 9(4) COMP-5.
         05 CT-ACCOUNT-COUNT                PIC 9(3) COMP-5.
         05 CT-ACCOUNT-ID OCCURS 10 TIMES   PIC X(4) COMP-X.
       01 CASH-COUNT                       PIC 9(4) COMP-5 VALUE 0.
       01 CASH-INDEX                       PIC 9(4) COMP-5.
       01 CASH-SLOT                        PIC 9(4) COMP-5.
       01 ACCOUNT-INDEX                    PIC 9(4) COMP-5.
       01 SLOT-INDEX                       PIC 9(4) COMP-5.
       01 WS-ACCOUNT-SEEN-FLAG             PIC X.
        88 ACCOUNT-ALREADY-COUNTED             VALUE "Y".
       01 WS-CASH-OVERFLOW-FLAG            PIC X VALUE "N".
        88 CASH-OVERFLOW-REPORTED              VALUE "Y".

       01 WS-ITEM-ACCOUNT-ID               PIC X(4) COMP-X.
       01 WS-ITEM-AMOUNT                   PIC S9(12)V99.
       01 WS-ITEM-SOURCE                   PIC X.
        88 ITEM-IS-PAYMENT                     VALUE "P".
        88 ITEM-IS-SAVINGS-DEPOSIT             VALUE "S".

       01 WS-DAY-ROW-FLAG                  PIC X.
        88 DAY-ROW-ON-FILE                     VALUE "Y".

       01 WS-WINDOW-TOTAL                  PIC S9(12)V99.
       01 WS-WINDOW-ITEMS                  PIC 9(4) COMP-5.
       01 WS-WINDOW-NEAR                   PIC 9(4) COMP-5.
       01 WS-WINDOW-DAYS                   PIC 9(3) COMP-5.
       01 WS-WINDOW-CTR-FLAG               PIC X.
        88 WINDOW-HAS-CTR-DAY                  VALUE "Y".
       01 WS-PATTERN-CODE                  PIC X.
        88 NO-PATTERN-FOUND                    VALUE SPACE.
       01 WS-OPEN-CASE-FLAG                PIC X.
        88 CUSTOMER-HAS-OPEN-CASE              VALUE "Y".

       01 WS-DISPLAY-CUSTOMER-ID           PIC 9(10).
       01 DISPLAY-CASH                     PIC -Z(12)9.99.

       01 WS-PAYMENTS-COUNTED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-DEPOSITS-COUNTED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-CTR-WRITTEN                   PIC 9(6) COMP-5 VALUE 0.
       01 WS-CTR-ALREADY-FILED             PIC 9(6) COMP-5 VALUE 0.
       01 WS-CASES-OPENED                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-ALERTS-SUPPRESSED             PIC 9(6) COMP-5 VALUE 0.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           move AML-CALLER-ID to WS-CALLER-ID
           call SET-AUDIT-CALLER-ID using by reference WS-CALLER-ID
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform COMPUTE-WINDOW-START
               perform COLLECT-CASH-PAYMENTS
               perform COLLECT-CASH-DEPOSITS
               perform varying CASH-INDEX from 1 by 1
                           until CASH-INDEX > CASH-COUNT
                   perform REVIEW-CUSTOMER-DAY
               end-perform
               perform CLOSE-FILES
           end-if
           perform DISPLAY-SUMMARY
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
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               display "*** Could not open customer file, status "
                       WS-CUSTOMER-STATUS
               move WS-CUSTOMER-STATUS to FILE-STATUS
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
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           if WS-TRANSACTION-STATUS <> "00"
               display "*** Could not open transaction file, status "
                       WS-TRANSACTION-STATUS
               move WS-TRANSACTION-STATUS to FILE-STATUS
               exit section
           end-if
           open i-o Cash-Day-File
           if WS-CASH-DAY-STATUS = "35" or WS-CASH-DAY-STATUS = "05"
               open output Cash-Day-File
               close Cash-Day-File
               open i-o Cash-Day-File
           end-if
           if WS-CASH-DAY-STATUS <> "00"
               display "*** Could not open AML cash-day file, status "
                       WS-CASH-DAY-STATUS
               move WS-CASH-DAY-STATUS to FILE-STATUS
               exit section
           end-if
           open i-o Aml-Case-File
           if WS-AML-CASE-STATUS = "35" or WS-AML-CASE-STATUS = "05"
               open output Aml-Case-File
               close Aml-Case-File
               open i-o Aml-Case-File
           end-if
           if WS-AML-CASE-STATUS <> "00"
               display "*** Could not open AML case file, status "
                       WS-AML-CASE-STATUS
               move WS-AML-CASE-STATUS to FILE-STATUS
               exit section
           end-if
           open extend Ctr-File
           if WS-CTR-STATUS = "35" or WS-CTR-STATUS = "05"
               open output Ctr-File
           end-if
           if WS-CTR-STATUS <> "00"
               display "*** Could not open CTR extract, status "
                       WS-CTR-STATUS
               move WS-CTR-STATUS to FILE-STATUS
           end-if
           .

      *> There is no earlier-date helper, so the window start is
      *> walked back a day at a time from today.
       COMPUTE-WINDOW-START SECTION.
           move WS-TODAY to WS-WINDOW-START
           perform varying WS-DAY-COUNTER from 1 by 1
                       until WS-DAY-COUNTER > AML-WINDOW-DAYS-BACK
               perform STEP-BACK-ONE-DAY
           end-perform
           .

       STEP-BACK-ONE-DAY SECTION.
           if WS-WINDOW-DAY > 1
               subtract 1 from WS-WINDOW-DAY
               exit section
           end-if
           if WS-WINDOW-MONTH > 1
               subtract 1 from WS-WINDOW-MONTH
           else
               move 12 to WS-WINDOW-MONTH
               subtract 1 from WS-WINDOW-YEAR
           end-if
           call GET-DAYS-IN-MONTH using by reference WS-WINDOW-START
                                                     WS-DAYS-IN-MONTH
           move WS-DAYS-IN-MONTH to WS-WINDOW-DAY
           .

      *> The payment file has no date key, so this is a full pass.
      *> Reversal rows and anything not tendered in cash or a monetary
      *> instrument are not cash in.
       COLLECT-CASH-PAYMENTS SECTION.
           set ITEM-IS-PAYMENT to true
           move 0 to WS-PAY-PAYMENT-ID
           move START-READ to WS-FUNCTION-CODE
           call READ-PAYMENT-RECORD using by value WS-FUNCTION-CODE
                              by reference WS-PAY-PAYMENT-RECORD
                                           WS-PAYMENT-STATUS
           perform READ-NEXT-PAYMENT
           perform until WS-PAYMENT-STATUS <> "00"
               if WS-PAY-PAYMENT-DATE = WS-TODAY
                       and WS-PAY-TENDER-CASH-EQUIVALENT
                       and WS-PAY-REVERSAL-OF-PAYMENT-ID = 0
                       and WS-PAY-AMOUNT > 0
                   move WS-PAY-ACCOUNT-ID to WS-ITEM-ACCOUNT-ID
                   move WS-PAY-AMOUNT to WS-ITEM-AMOUNT
                   perform ADD-CASH-ITEM
               end-if
               perform READ-NEXT-PAYMENT
           end-perform
           .

       READ-NEXT-PAYMENT SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-PAYMENT-RECORD using by value WS-FUNCTION-CODE
                              by reference WS-PAY-PAYMENT-RECORD
                                           WS-PAYMENT-STATUS
           .

      *> Savings deposits are today's credits (a deposit balance is
      *> held negative) carrying a cash-equivalent tender, read by
      *> date the way FraudVelocityScan reads the day.
       COLLECT-CASH-DEPOSITS SECTION.
           set ITEM-IS-SAVINGS-DEPOSIT to true
           move WS-TODAY(1:4) to WS-YEAR of WS-TRANSACTION-RECORD
           move WS-TODAY(5:2) to WS-MONTH of WS-TRANSACTION-RECORD
           move WS-TODAY(7:2) to WS-DAY of WS-TRANSACTION-RECORD
           move START-READ to WS-FUNCTION-CODE
           call FIND-TRANSACTION-BY-DATE using by value
                                        WS-FUNCTION-CODE
                                      by reference WS-TRANSACTION-RECORD
                                                   WS-TRANSACTION-STATUS
           if WS-TRANSACTION-STATUS <> "00"
               exit section
           end-if
           perform READ-NEXT-BY-DATE
           perform until (WS-TRANSACTION-STATUS <> "00"
                           and WS-TRANSACTION-STATUS <> "02")
                      or WS-TRANS-DATE of WS-TRANSACTION-RECORD
                                      > WS-TODAY
               if WS-TENDER-CASH-EQUIVALENT of WS-TRANSACTION-RECORD
                       and WS-AMOUNT of WS-TRANSACTION-RECORD < 0
                   move WS-ACCOUNT-ID of WS-TRANSACTION-RECORD
                        to WS-ITEM-ACCOUNT-ID
                   compute WS-ITEM-AMOUNT =
                           0 - WS-AMOUNT of WS-TRANSACTION-RECORD
                   perform ADD-CASH-ITEM
               end-if
               perform READ-NEXT-BY-DATE
           end-perform
           .

       READ-NEXT-BY-DATE SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call FIND-TRANSACTION-BY-DATE using by value
                                        WS-FUNCTION-CODE
                                      by reference WS-TRANSACTION-RECORD
                                                   WS-TRANSACTION-STATUS
           .

      *> Attributes one cash item to its account's primary holder. A
      *> deposit counts only if it landed on a deposit account; an
      *> account that cannot be read cannot be attributed and is
      *> reported rather than silently dropped.
       ADD-CASH-ITEM SECTION.
           move WS-ITEM-ACCOUNT-ID to WS-ACCOUNT-ID of WS-ACCOUNT
           move START-READ to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           if FILE-STATUS = "00"
               move READ-NEXT to WS-FUNCTION-CODE
               call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                          by reference WS-ACCOUNT
                                                       FILE-STATUS
           end-if
           if FILE-STATUS <> "00"
                   or WS-ACCOUNT-ID of WS-ACCOUNT <> WS-ITEM-ACCOUNT-ID
               move "00" to FILE-STATUS
               move WS-ITEM-AMOUNT to DISPLAY-CASH
               display "*** Cash item on unreadable account "
                       WS-ITEM-ACCOUNT-ID "  amount " DISPLAY-CASH
               exit section
           end-if
           if ITEM-IS-SAVINGS-DEPOSIT
                   and not WS-TYPE-DEPOSIT of WS-ACCOUNT
               exit section
           end-if
           perform FIND-CASH-SLOT
           if CASH-SLOT = 0
               exit section
           end-if
           if ITEM-IS-PAYMENT
               add 1 to WS-PAYMENTS-COUNTED
           else
               add 1 to WS-DEPOSITS-COUNTED
           end-if
           add WS-ITEM-AMOUNT to CT-CASH-TOTAL(CASH-SLOT)
           add 1 to CT-ITEM-COUNT(CASH-SLOT)
           if WS-ITEM-AMOUNT >= AML-NEAR-FLOOR
                   and WS-ITEM-AMOUNT <= AML-CTR-THRESHOLD
               add 1 to CT-NEAR-COUNT(CASH-SLOT)
           end-if
           move "N" to WS-ACCOUNT-SEEN-FLAG
           perform varying ACCOUNT-INDEX from 1 by 1
                       until ACCOUNT-INDEX > CT-ACCOUNT-COUNT(CASH-SLOT)
                          or ACCOUNT-INDEX > CASH-ACCOUNT-MAX
               if CT-ACCOUNT-ID(CASH-SLOT ACCOUNT-INDEX) =
                                               WS-ITEM-ACCOUNT-ID
                   set ACCOUNT-ALREADY-COUNTED to true
                   exit perform
               end-if
           end-perform
           if not ACCOUNT-ALREADY-COUNTED
               add 1 to CT-ACCOUNT-COUNT(CASH-SLOT)
               if CT-ACCOUNT-COUNT(CASH-SLOT) <= CASH-ACCOUNT-MAX
                   move WS-ITEM-ACCOUNT-ID to
                        CT-ACCOUNT-ID(CASH-SLOT
                                      CT-ACCOUNT-COUNT(CASH-SLOT))
               end-if
           end-if
           .

       FIND-CASH-SLOT SECTION.
           move 0 to CASH-SLOT
           perform varying SLOT-INDEX from 1 by 1
                       until SLOT-INDEX > CASH-COUNT
               if CT-CUSTOMER-ID(SLOT-INDEX) =
                                   WS-CUSTOMER-ID of WS-ACCOUNT
                   move SLOT-INDEX to CASH-SLOT
                   exit perform
               end-if
           end-perform
           if CASH-SLOT <> 0
               exit section
           end-if
           if CASH-COUNT < CASH-TABLE-MAX
               add 1 to CASH-COUNT
               move CASH-COUNT to CASH-SLOT
               move WS-CUSTOMER-ID of WS-ACCOUNT to
                    CT-CUSTOMER-ID(CASH-SLOT)
               move 0 to CT-CASH-TOTAL(CASH-SLOT)
               move 0 to CT-ITEM-COUNT(CASH-SLOT)
               move 0 to CT-NEAR-COUNT(CASH-SLOT)
               move 0 to CT-ACCOUNT-COUNT(CASH-SLOT)
           else
               if not CASH-OVERFLOW-REPORTED
                   display "*** Cash table full - customers beyond "
                           CASH-TABLE-MAX " with cash today are NOT "
                           "aggregated this run"
                   set CASH-OVERFLOW-REPORTED to true
               end-if
           end-if
           .

      *> One customer's day: file the CTR if the day is reportable,
      *> record the day, then look back over the window.
       REVIEW-CUSTOMER-DAY SECTION.
           move CT-CUSTOMER-ID(CASH-INDEX) to WS-DISPLAY-CUSTOMER-ID
           move CT-CUSTOMER-ID(CASH-INDEX) to
                        FILE-CUSTOMER-ID of FILE-AML-CASH-DAY
           move WS-TODAY to FILE-BUSINESS-DATE of FILE-AML-CASH-DAY
           read Cash-Day-File key is FILE-CASH-DAY-KEY
                                  of FILE-AML-CASH-DAY
           if WS-CASH-DAY-STATUS = "00"
               set DAY-ROW-ON-FILE to true
           else
               move "N" to WS-DAY-ROW-FLAG
               move CT-CUSTOMER-ID(CASH-INDEX) to
                        FILE-CUSTOMER-ID of FILE-AML-CASH-DAY
               move WS-TODAY to FILE-BUSINESS-DATE of FILE-AML-CASH-DAY
               move "N" to FILE-CTR-FLAG of FILE-AML-CASH-DAY
           end-if
           move CT-CASH-TOTAL(CASH-INDEX) to
                        FILE-CASH-TOTAL of FILE-AML-CASH-DAY
           move CT-ITEM-COUNT(CASH-INDEX) to
                        FILE-ITEM-COUNT of FILE-AML-CASH-DAY
           move CT-ACCOUNT-COUNT(CASH-INDEX) to
                        FILE-ACCOUNT-COUNT of FILE-AML-CASH-DAY
      *>   A day that came in just under as a whole counts as one
      *>   near-threshold amount when no single item did.
           move CT-NEAR-COUNT(CASH-INDEX) to
                        FILE-NEAR-COUNT of FILE-AML-CASH-DAY
           if CT-NEAR-COUNT(CASH-INDEX) = 0
                   and CT-CASH-TOTAL(CASH-INDEX) >= AML-NEAR-FLOOR
                   and CT-CASH-TOTAL(CASH-INDEX) <= AML-CTR-THRESHOLD
               move 1 to FILE-NEAR-COUNT of FILE-AML-CASH-DAY
           end-if
           if CT-CASH-TOTAL(CASH-INDEX) > AML-CTR-THRESHOLD
               if FILE-CTR-EXTRACTED of FILE-AML-CASH-DAY
                   add 1 to WS-CTR-ALREADY-FILED
               else
                   perform WRITE-CTR-EXTRACT
               end-if
           end-if
           if DAY-ROW-ON-FILE
               rewrite FILE-AML-CASH-DAY
           else
               write FILE-AML-CASH-DAY
           end-if
           if WS-CASH-DAY-STATUS <> "00"
               display "*** Could not record cash day for customer "
                       WS-DISPLAY-CUSTOMER-ID " status "
                       WS-CASH-DAY-STATUS
           end-if
           perform CHECK-STRUCTURING
           .

       WRITE-CTR-EXTRACT SECTION.
           move CT-CUSTOMER-ID(CASH-INDEX) to
                        WS-CUSTOMER-ID of WS-CUSTOMER-RECORD
           move START-READ to WS-FUNCTION-CODE
           call FIND-CUSTOMER-ID using by value WS-FUNCTION-CODE
                                  by reference WS-CUSTOMER-RECORD
                                               WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               display "*** CTR due but customer "
                       WS-DISPLAY-CUSTOMER-ID
                       " not found, status " WS-CUSTOMER-STATUS
                       " - not extracted"
               exit section
           end-if
           call REVEAL-CUSTOMER-PII using by reference
                                        WS-CUSTOMER-RECORD
                                        WS-REVEAL-STATUS
           if WS-REVEAL-STATUS <> "00"
               display "*** CTR due but customer "
                       WS-DISPLAY-CUSTOMER-ID
                       " identity not revealed, status "
                       WS-REVEAL-STATUS " - not extracted"
               exit section
           end-if
           move spaces to CTR-RECORD
           move WS-TODAY to CTR-BUSINESS-DATE
           move WS-DISPLAY-CUSTOMER-ID to CTR-CUSTOMER-ID
           move WS-TAX-ID of WS-CUSTOMER-RECORD to CTR-TAX-ID
           move WS-LAST-NAME of WS-CUSTOMER-RECORD to CTR-LAST-NAME
           move WS-FIRST-NAME of WS-CUSTOMER-RECORD to CTR-FIRST-NAME
           move WS-DATE-OF-BIRTH of WS-CUSTOMER-RECORD
                        to CTR-DATE-OF-BIRTH
           move WS-ADDRESS-LINE-1 of WS-CUSTOMER-RECORD
                        to CTR-ADDRESS-LINE-1
           move WS-CITY of WS-CUSTOMER-RECORD to CTR-CITY
           move WS-STATE of WS-CUSTOMER-RECORD to CTR-STATE
           move WS-ZIP-CODE of WS-CUSTOMER-RECORD to CTR-ZIP-CODE
           move CT-CASH-TOTAL(CASH-INDEX) to CTR-CASH-TOTAL
           move CT-ITEM-COUNT(CASH-INDEX) to CTR-ITEM-COUNT
           move CT-ACCOUNT-COUNT(CASH-INDEX) to CTR-ACCOUNT-COUNT
           write CTR-RECORD
           if WS-CTR-STATUS <> "00"
               display "*** Could not write CTR for customer "
                       WS-DISPLAY-CUSTOMER-ID " status " WS-CTR-STATUS
               exit section
           end-if
           set FILE-CTR-EXTRACTED of FILE-AML-CASH-DAY to true
           add 1 to WS-CTR-WRITTEN
           move CT-CASH-TOTAL(CASH-INDEX) to DISPLAY-CASH
           display "CTR  customer " WS-DISPLAY-CUSTOMER-ID
                   "  items " CT-ITEM-COUNT(CASH-INDEX)
                   "  accounts " CT-ACCOUNT-COUNT(CASH-INDEX)
                   "  cash " DISPLAY-CASH
           .

      *> Totals the customer's cash days from the window start to
      *> today off the cash-day file (today's row is already there).
       CHECK-STRUCTURING SECTION.
           move 0 to WS-WINDOW-TOTAL WS-WINDOW-ITEMS WS-WINDOW-NEAR
                     WS-WINDOW-DAYS
           move "N" to WS-WINDOW-CTR-FLAG
           move space to WS-PATTERN-CODE
           move CT-CUSTOMER-ID(CASH-INDEX) to
                        FILE-CUSTOMER-ID of FILE-AML-CASH-DAY
           move WS-WINDOW-START to
                        FILE-BUSINESS-DATE of FILE-AML-CASH-DAY
           start Cash-Day-File key >= FILE-CASH-DAY-KEY
                                   of FILE-AML-CASH-DAY
           if WS-CASH-DAY-STATUS = "00"
               read Cash-Day-File next
           end-if
           perform until WS-CASH-DAY-STATUS <> "00"
                      or FILE-CUSTOMER-ID of FILE-AML-CASH-DAY
                                   <> CT-CUSTOMER-ID(CASH-INDEX)
                      or FILE-BUSINESS-DATE of FILE-AML-CASH-DAY
                                   > WS-TODAY
               add FILE-CASH-TOTAL of FILE-AML-CASH-DAY
                                   to WS-WINDOW-TOTAL
               add FILE-ITEM-COUNT of FILE-AML-CASH-DAY
                                   to WS-WINDOW-ITEMS
               add FILE-NEAR-COUNT of FILE-AML-CASH-DAY
                                   to WS-WINDOW-NEAR
               add 1 to WS-WINDOW-DAYS
               if FILE-CTR-EXTRACTED of FILE-AML-CASH-DAY
                   set WINDOW-HAS-CTR-DAY to true
               end-if
               read Cash-Day-File next
           end-perform
           move "00" to WS-CASH-DAY-STATUS
           if WS-WINDOW-NEAR >= AML-NEAR-ALERT-COUNT
               move "N" to WS-PATTERN-CODE
           else
               if WS-WINDOW-TOTAL > AML-CTR-THRESHOLD
                       and not WINDOW-HAS-CTR-DAY
                       and WS-WINDOW-DAYS >= AML-AGGREGATE-MIN-DAYS
                   move "A" to WS-PATTERN-CODE
               end-if
           end-if
           if not NO-PATTERN-FOUND
               perform RAISE-AML-CASE
           end-if
           .

      *> A customer with a case not yet closed (open, investigating,
      *> or SAR decided but not filed) does not get a second case -
      *> the hit ticks the repeat counter on the one being worked.
       RAISE-AML-CASE SECTION.
           move "N" to WS-OPEN-CASE-FLAG
           move CT-CUSTOMER-ID(CASH-INDEX) to
                        FILE-CUSTOMER-ID of FILE-AML-CASE
           move 0 to FILE-RAISED-DATE of FILE-AML-CASE
           start Aml-Case-File key >= FILE-AML-CASE-KEY
                                   of FILE-AML-CASE
           if WS-AML-CASE-STATUS = "00"
               read Aml-Case-File next
           end-if
           perform until WS-AML-CASE-STATUS <> "00"
                      or FILE-CUSTOMER-ID of FILE-AML-CASE
                                   <> CT-CUSTOMER-ID(CASH-INDEX)
               if not FILE-CASE-CLOSED of FILE-AML-CASE
                   set CUSTOMER-HAS-OPEN-CASE to true
                   exit perform
               end-if
               read Aml-Case-File next
           end-perform
           if CUSTOMER-HAS-OPEN-CASE
               add 1 to FILE-REPEAT-COUNT of FILE-AML-CASE
               rewrite FILE-AML-CASE
               add 1 to WS-ALERTS-SUPPRESSED
               move "00" to WS-AML-CASE-STATUS
               exit section
           end-if
           initialize FILE-AML-CASE
           move CT-CUSTOMER-ID(CASH-INDEX) to
                        FILE-CUSTOMER-ID of FILE-AML-CASE
           move WS-TODAY to FILE-RAISED-DATE of FILE-AML-CASE
           move WS-PATTERN-CODE to FILE-PATTERN-CODE of FILE-AML-CASE
           move WS-WINDOW-START to
                        FILE-WINDOW-START-DATE of FILE-AML-CASE
           move WS-WINDOW-TOTAL to
                        FILE-WINDOW-CASH-TOTAL of FILE-AML-CASE
           move WS-WINDOW-ITEMS to
                        FILE-WINDOW-ITEM-COUNT of FILE-AML-CASE
           move WS-WINDOW-NEAR to
                        FILE-WINDOW-NEAR-COUNT of FILE-AML-CASE
           move WS-WINDOW-DAYS to
                        FILE-WINDOW-DAY-COUNT of FILE-AML-CASE
           set FILE-CASE-OPEN of FILE-AML-CASE to true
           move WS-TODAY to FILE-SAR-DUE-DATE of FILE-AML-CASE
           perform varying WS-DAY-COUNTER from 1 by 1
                       until WS-DAY-COUNTER > AML-SAR-FILING-DAYS
               call ADVANCE-ONE-DAY-ENTRY using by reference
                                   FILE-SAR-DUE-DATE of FILE-AML-CASE
           end-perform
           write FILE-AML-CASE
           if WS-AML-CASE-STATUS <> "00"
               display "*** Could not write AML case for customer "
                       WS-DISPLAY-CUSTOMER-ID " status "
                       WS-AML-CASE-STATUS
               move "00" to WS-AML-CASE-STATUS
               exit section
           end-if
           add 1 to WS-CASES-OPENED
           move WS-WINDOW-TOTAL to DISPLAY-CASH
           display "AML ALERT  customer " WS-DISPLAY-CUSTOMER-ID
                   "  pattern " WS-PATTERN-CODE
                   "  days " WS-WINDOW-DAYS
                   "  near-threshold " WS-WINDOW-NEAR
                   "  window cash " DISPLAY-CASH
                   "  SAR due " FILE-SAR-DUE-DATE of FILE-AML-CASE
           .

       CLOSE-FILES SECTION.
           close Ctr-File
           close Aml-Case-File
           close Cash-Day-File
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-PAYMENT-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-PAYMENT-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           .

       DISPLAY-SUMMARY SECTION.
           display "*** AML cash pass for " WS-TODAY
           display "*** Cash payments counted:   " WS-PAYMENTS-COUNTED
           display "*** Cash deposits counted:   " WS-DEPOSITS-COUNTED
           display "*** Customers with cash:     " CASH-COUNT
           display "*** CTRs extracted:          " WS-CTR-WRITTEN
           display "*** CTRs already filed:      " WS-CTR-ALREADY-FILED
           display "*** AML cases opened:        " WS-CASES-OPENED
           display "*** Repeat hits on open case:" WS-ALERTS-SUPPRESSED
           .
