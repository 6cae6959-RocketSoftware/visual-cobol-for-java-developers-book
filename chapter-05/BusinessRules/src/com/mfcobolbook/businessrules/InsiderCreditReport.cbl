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

      *> Quarterly insider-credit report for Regulation O. Every
      *> customer the HR roster load has classed as an insider is
      *> listed with the credit extended to them: every card account
      *> they owe on - as the primary on the account record, or as
      *> a primary or joint holder on ACCOUNT-HOLDER-XREF (an
      *> authorized user owes nothing and is not counted). Per
      *> insider the report totals the credit limits and the debit
      *> balances, revalued to the base currency as the Call Report
      *> does, and takes as the exposure the greater of limit and
      *> balance account by account - an over-limit balance is
      *> credit extended too. Deposit accounts are not credit;
      *> charged-off accounts are off the books; a closed account
      *> counts for any balance it still carries.
      *> Executive officers, directors and principal shareholders
      *> are tested against the Regulation O thresholds, sized from
      *> the bank's unimpaired capital and surplus in the optional
      *> one-line parm insiderThresholdFile (whole dollars, 13
      *> digits):
      *>   BOARD  exposure over the prior-approval amount - the
      *>          greater of $25,000 and 5% of capital, never above
      *>          $500,000 ($500,000 with no capital on file);
      *>   LLIM   exposure over the lending limit, 15% of capital;
      *>   OFFC   an executive officer over the greater of $25,000
      *>          and 2.5% of capital, never above $100,000
      *>          ($100,000 with no capital on file);
      *> and the total across all of them is tested against capital
      *> itself, the aggregate insider limit. Employees are listed
      *> for the staff-lending review but not tested. With no
      *> capital on file the LLIM and aggregate tests are skipped,
      *> and the report says so.
       program-id. InsiderCreditReport.

       environment division.
       input-output section.
       file-control.
           select Threshold-File assign to external
                                           insiderThresholdFile
               organization is line sequential
               file status is WS-THRESHOLD-STATUS
               .
           select Report-File assign to external insiderCreditReport
               organization is line sequential
               file status is WS-REPORT-STATUS
               .
           select ExchangeRate-File assign to external exchangeRateFile
               file status is WS-RATE-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-CURRENCY-CODE of FILE-EXCHANGE-RATE
               .

       data division.
       file section.
       fd Threshold-File.
       01 THRESHOLD-LINE                   PIC X(13).
       fd Report-File.
       01 REPORT-LINE.
        03 RPT-CUSTOMER-ID                 PIC 9(10).
        03 FILLER                          PIC X(01).
        03 RPT-NAME                        PIC X(30).
        03 FILLER                          PIC X(01).
        03 RPT-CLASS                       PIC X(01).
        03 FILLER                          PIC X(01).
        03 RPT-ACCOUNT-COUNT               PIC Z(3)9.
        03 FILLER                          PIC X(01).
        03 RPT-LIMITS                      PIC -Z(12)9.99.
        03 FILLER                          PIC X(01).
        03 RPT-BALANCES                    PIC -Z(12)9.99.
        03 FILLER                          PIC X(01).
        03 RPT-EXPOSURE                    PIC -Z(12)9.99.
        03 FILLER                          PIC X(01).
        03 RPT-FLAGS                       PIC X(16).
       fd ExchangeRate-File.
       copy "EXCHANGE-RATE.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CUST==.
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "ACCOUNT-HOLDER-XREF.cpy"
                              replacing ==(PREFIX)== by ==WS-AH==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-CUSTOMER-STATUS               PIC XX.
       01 WS-XREF-STATUS                   PIC XX.
       01 WS-THRESHOLD-STATUS              PIC XX.
       01 WS-REPORT-STATUS                 PIC XX.
       01 WS-RATE-STATUS                   PIC XX.
       01 WS-XREF-FILE-FLAG                PIC X VALUE "N".
        88 XREF-FILE-IS-AVAILABLE              VALUE "Y".

       01 WS-TODAY                         PIC 9(08).

      *> Regulation O thresholds. Capital is whole dollars; zero
      *> means none was supplied.
       78 APPROVAL-FLOOR                   VALUE 25000.
       78 APPROVAL-CEILING                 VALUE 500000.
       78 OFFICER-FLOOR                    VALUE 25000.
       78 OFFICER-CEILING                  VALUE 100000.
       01 WS-CAPITAL                       PIC 9(13) VALUE 0.
       01 WS-APPROVAL-AMOUNT               PIC S9(13)V99.
       01 WS-LENDING-LIMIT                 PIC S9(13)V99 VALUE 0.
       01 WS-OFFICER-LIMIT                 PIC S9(13)V99.

      *> Rates loaded once up front, as in CallReportSchedule.
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

      *> Accounts already counted for the insider in hand - the
      *> primary on the account record is usually mirrored on the
      *> cross-reference as well, and must count once.
       78 SEEN-TABLE-MAX                   VALUE 100.
       01 SEEN-TABLE.
        03 SEEN-ACCOUNT-ID OCCURS 100 TIMES PIC X(4) COMP-X.
       01 SEEN-COUNT                       PIC 9(3) COMP-5.
       01 SEEN-INDEX                       PIC 9(3) COMP-5.
       01 WS-SEEN-FLAG                     PIC X.
        88 ACCOUNT-ALREADY-SEEN                VALUE "Y".
       01 WS-WANTED-ACCOUNT-ID             PIC X(4) COMP-X.

       01 WS-INSIDER-ID                    PIC X(4) COMP-X.
       01 WS-INSIDER-ACCOUNTS              PIC 9(4) COMP-5.
       01 WS-INSIDER-LIMITS                PIC S9(13)V99.
       01 WS-INSIDER-BALANCES              PIC S9(13)V99.
       01 WS-INSIDER-EXPOSURE              PIC S9(13)V99.
       01 WS-ACCOUNT-LIMIT                 PIC S9(12)V99.
       01 WS-ACCOUNT-BALANCE               PIC S9(12)V99.
       01 WS-FLAGS                         PIC X(16).
       01 WS-FLAG-POINTER                  PIC 99 COMP-5.

       01 WS-REG-O-EXPOSURE                PIC S9(13)V99 VALUE 0.
       01 WS-INSIDERS-LISTED               PIC 9(6) COMP-5 VALUE 0.
       01 WS-INSIDERS-FLAGGED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-SEEN-OVERFLOWS                PIC 9(6) COMP-5 VALUE 0.
       01 DISPLAY-CASH                     PIC -Z(12)9.99.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform READ-THRESHOLDS
           perform LOAD-RATE-TABLE
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform SCAN-CUSTOMERS
               perform REPORT-AGGREGATE
               perform CLOSE-FILES
           end-if
           display "*** Insiders listed:         " WS-INSIDERS-LISTED
           display "*** Insiders over threshold: " WS-INSIDERS-FLAGGED
           if WS-UNRATED-COUNT > 0
               display "*** Accounts with no rate (carried at par): "
                       WS-UNRATED-COUNT
           end-if
           if WS-SEEN-OVERFLOWS > 0
               display "*** Insiders with too many accounts to "
                       "de-duplicate: " WS-SEEN-OVERFLOWS
           end-if
           stop run.

       READ-THRESHOLDS SECTION.
           open input Threshold-File
           if WS-THRESHOLD-STATUS = "00"
               read Threshold-File
                   at end move "10" to WS-THRESHOLD-STATUS
               end-read
               if WS-THRESHOLD-STATUS = "00"
                       and THRESHOLD-LINE is numeric
                   move THRESHOLD-LINE to WS-CAPITAL
               end-if
               close Threshold-File
           end-if
           if WS-CAPITAL = 0
               move APPROVAL-CEILING to WS-APPROVAL-AMOUNT
               move OFFICER-CEILING to WS-OFFICER-LIMIT
               display "*** No capital figure on file - lending limit"
                       " and aggregate tests skipped"
               exit section
           end-if
           compute WS-APPROVAL-AMOUNT = WS-CAPITAL * 0.05
           if WS-APPROVAL-AMOUNT < APPROVAL-FLOOR
               move APPROVAL-FLOOR to WS-APPROVAL-AMOUNT
           end-if
           if WS-APPROVAL-AMOUNT > APPROVAL-CEILING
               move APPROVAL-CEILING to WS-APPROVAL-AMOUNT
           end-if
           compute WS-OFFICER-LIMIT = WS-CAPITAL * 0.025
           if WS-OFFICER-LIMIT < OFFICER-FLOOR
               move OFFICER-FLOOR to WS-OFFICER-LIMIT
           end-if
           if WS-OFFICER-LIMIT > OFFICER-CEILING
               move OFFICER-CEILING to WS-OFFICER-LIMIT
           end-if
           compute WS-LENDING-LIMIT = WS-CAPITAL * 0.15
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
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               display "*** Could not open customer file, status "
                       WS-CUSTOMER-STATUS
               move WS-CUSTOMER-STATUS to FILE-STATUS
               exit section
           end-if
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           if FILE-STATUS <> "00"
               display "*** Could not open account file, status "
                       FILE-STATUS
               exit section
           end-if
      *>   Without the cross-reference only the primaries on the
      *>   account records are known - the report still runs, and
      *>   says what it could not see.
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-HOLDER-XREF-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-XREF-STATUS
           if WS-XREF-STATUS = "00"
               set XREF-FILE-IS-AVAILABLE to true
           else
               display "*** No holder cross-reference, status "
                       WS-XREF-STATUS " - joint accounts not counted"
           end-if
           open output Report-File
           .

       SCAN-CUSTOMERS SECTION.
           move 0 to WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
           move START-READ to WS-FUNCTION-CODE
           call READ-CUSTOMER-RECORD using by value WS-FUNCTION-CODE
                        by reference WS-CUST-CUSTOMER-RECORD
                                     WS-CUSTOMER-STATUS
           perform READ-NEXT-CUSTOMER
           perform until WS-CUSTOMER-STATUS <> "00"
               if not WS-CUST-NOT-AN-INSIDER
                   perform REPORT-ONE-INSIDER
               end-if
               perform READ-NEXT-CUSTOMER
           end-perform
           .

       READ-NEXT-CUSTOMER SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-CUSTOMER-RECORD using by value WS-FUNCTION-CODE
                        by reference WS-CUST-CUSTOMER-RECORD
                                     WS-CUSTOMER-STATUS
           .

       REPORT-ONE-INSIDER SECTION.
           move WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
                                               to WS-INSIDER-ID
           move 0 to SEEN-COUNT
           move 0 to WS-INSIDER-ACCOUNTS
           move 0 to WS-INSIDER-LIMITS
           move 0 to WS-INSIDER-BALANCES
           move 0 to WS-INSIDER-EXPOSURE
           perform COUNT-PRIMARY-ACCOUNTS
           if XREF-FILE-IS-AVAILABLE
               perform COUNT-HELD-ACCOUNTS
           end-if
           perform TEST-THRESHOLDS
           perform WRITE-INSIDER-LINE
           .

      *> The account-record primaries, down the customer alternate
      *> key - walked to the end before any keyed read, which would
      *> lose the place.
       COUNT-PRIMARY-ACCOUNTS SECTION.
           move WS-INSIDER-ID to WS-CUSTOMER-ID of WS-ACCOUNT
           move START-READ to WS-FUNCTION-CODE
           call FIND-ACCOUNT-BY-CUSTOMER using by value
                                        WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           if FILE-STATUS <> "00"
               move "00" to FILE-STATUS
               exit section
           end-if
           perform READ-NEXT-BY-CUSTOMER
           perform until (FILE-STATUS <> "00" and FILE-STATUS <> "02")
                   or WS-CUSTOMER-ID of WS-ACCOUNT <> WS-INSIDER-ID
               perform ADD-ONE-ACCOUNT
               perform READ-NEXT-BY-CUSTOMER
           end-perform
           move "00" to FILE-STATUS
           .

       READ-NEXT-BY-CUSTOMER SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call FIND-ACCOUNT-BY-CUSTOMER using by value
                                        WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           .

      *> Every account the insider is a primary or joint holder on;
      *> the keyed account reads do not disturb the cross-reference
      *> walk, which is on its own file.
       COUNT-HELD-ACCOUNTS SECTION.
           move WS-INSIDER-ID to WS-AH-CUSTOMER-ID
           move START-READ to WS-FUNCTION-CODE
           call FIND-ACCOUNTS-BY-HOLDER using by value WS-FUNCTION-CODE
                                by reference WS-AH-ACCOUNT-HOLDER-XREF
                                             WS-XREF-STATUS
           if WS-XREF-STATUS <> "00"
               move "00" to WS-XREF-STATUS
               exit section
           end-if
           perform READ-NEXT-HOLDING
           perform until (WS-XREF-STATUS <> "00"
                          and WS-XREF-STATUS <> "02")
                   or WS-AH-CUSTOMER-ID <> WS-INSIDER-ID
               if WS-AH-HOLDER-ACTIVE
                       and (WS-AH-ROLE-PRIMARY or WS-AH-ROLE-JOINT)
                   move WS-AH-ACCOUNT-ID to WS-WANTED-ACCOUNT-ID
                   perform READ-HELD-ACCOUNT
               end-if
               perform READ-NEXT-HOLDING
           end-perform
           move "00" to WS-XREF-STATUS
           .

       READ-NEXT-HOLDING SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call FIND-ACCOUNTS-BY-HOLDER using by value WS-FUNCTION-CODE
                                by reference WS-AH-ACCOUNT-HOLDER-XREF
                                             WS-XREF-STATUS
           .

       READ-HELD-ACCOUNT SECTION.
           move WS-WANTED-ACCOUNT-ID to WS-ACCOUNT-ID of WS-ACCOUNT
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
           if FILE-STATUS = "00"
                   and WS-ACCOUNT-ID of WS-ACCOUNT
                                   = WS-WANTED-ACCOUNT-ID
               perform ADD-ONE-ACCOUNT
           end-if
           move "00" to FILE-STATUS
           .

       ADD-ONE-ACCOUNT SECTION.
           if WS-TYPE-DEPOSIT or WS-ACCOUNT-CHARGED-OFF
               exit section
           end-if
           move "N" to WS-SEEN-FLAG
           perform varying SEEN-INDEX from 1 by 1
                   until SEEN-INDEX > SEEN-COUNT
               if SEEN-ACCOUNT-ID(SEEN-INDEX) =
                               WS-ACCOUNT-ID of WS-ACCOUNT
                   set ACCOUNT-ALREADY-SEEN to true
                   exit perform
               end-if
           end-perform
           if ACCOUNT-ALREADY-SEEN
               exit section
           end-if
           if SEEN-COUNT < SEEN-TABLE-MAX
               add 1 to SEEN-COUNT
               move WS-ACCOUNT-ID of WS-ACCOUNT
                                   to SEEN-ACCOUNT-ID(SEEN-COUNT)
           else
               add 1 to WS-SEEN-OVERFLOWS
           end-if
           if WS-ACCOUNT-CLOSED
               move 0 to WS-ACCOUNT-LIMIT
           else
               move WS-CREDIT-LIMIT of WS-ACCOUNT to WS-NATIVE-AMOUNT
               perform REVALUE-TO-BASE
               move WS-BASE-AMOUNT to WS-ACCOUNT-LIMIT
           end-if
           move 0 to WS-ACCOUNT-BALANCE
           if WS-BALANCE of WS-ACCOUNT > 0
               move WS-BALANCE of WS-ACCOUNT to WS-NATIVE-AMOUNT
               perform REVALUE-TO-BASE
               move WS-BASE-AMOUNT to WS-ACCOUNT-BALANCE
           end-if
           if WS-ACCOUNT-LIMIT = 0 and WS-ACCOUNT-BALANCE = 0
               exit section
           end-if
           add 1 to WS-INSIDER-ACCOUNTS
           add WS-ACCOUNT-LIMIT to WS-INSIDER-LIMITS
           add WS-ACCOUNT-BALANCE to WS-INSIDER-BALANCES
           if WS-ACCOUNT-BALANCE > WS-ACCOUNT-LIMIT
               add WS-ACCOUNT-BALANCE to WS-INSIDER-EXPOSURE
           else
               add WS-ACCOUNT-LIMIT to WS-INSIDER-EXPOSURE
           end-if
           .

      *> Converts WS-NATIVE-AMOUNT in the account's currency, the
      *> same way CallReportSchedule does.
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

       TEST-THRESHOLDS SECTION.
           move spaces to WS-FLAGS
           move 1 to WS-FLAG-POINTER
           if not WS-CUST-REG-O-INSIDER
               exit section
           end-if
           add WS-INSIDER-EXPOSURE to WS-REG-O-EXPOSURE
           if WS-INSIDER-EXPOSURE > WS-APPROVAL-AMOUNT
               string "BOARD " delimited by size
                   into WS-FLAGS with pointer WS-FLAG-POINTER
           end-if
           if WS-LENDING-LIMIT > 0
                   and WS-INSIDER-EXPOSURE > WS-LENDING-LIMIT
               string "LLIM " delimited by size
                   into WS-FLAGS with pointer WS-FLAG-POINTER
           end-if
           if WS-CUST-INSIDER-OFFICER
                   and WS-INSIDER-EXPOSURE > WS-OFFICER-LIMIT
               string "OFFC " delimited by size
                   into WS-FLAGS with pointer WS-FLAG-POINTER
           end-if
           if WS-FLAGS <> spaces
               add 1 to WS-INSIDERS-FLAGGED
           end-if
           .

       WRITE-INSIDER-LINE SECTION.
           add 1 to WS-INSIDERS-LISTED
           move spaces to REPORT-LINE
           move WS-INSIDER-ID to RPT-CUSTOMER-ID
           string WS-CUST-LAST-NAME of WS-CUST-CUSTOMER-RECORD
                                   delimited by "  "
                  ", " delimited by size
                  WS-CUST-FIRST-NAME delimited by "  "
               into RPT-NAME
           end-string
           move WS-CUST-INSIDER-CLASS to RPT-CLASS
           move WS-INSIDER-ACCOUNTS to RPT-ACCOUNT-COUNT
           move WS-INSIDER-LIMITS to RPT-LIMITS
           move WS-INSIDER-BALANCES to RPT-BALANCES
           move WS-INSIDER-EXPOSURE to RPT-EXPOSURE
           move WS-FLAGS to RPT-FLAGS
           write REPORT-LINE
           if WS-FLAGS <> spaces
               move WS-INSIDER-EXPOSURE to DISPLAY-CASH
               display "OVER THRESHOLD  customer " RPT-CUSTOMER-ID
                       "  class " WS-CUST-INSIDER-CLASS
                       "  exposure " DISPLAY-CASH "  " WS-FLAGS
           end-if
           .

      *> All executive officers, directors and principal
      *> shareholders together, against capital.
       REPORT-AGGREGATE SECTION.
           move WS-REG-O-EXPOSURE to DISPLAY-CASH
           display "*** Regulation O insider exposure: " DISPLAY-CASH
                   "  (" BASE-CURRENCY ")"
           if WS-CAPITAL > 0 and WS-REG-O-EXPOSURE > WS-CAPITAL
               move WS-CAPITAL to DISPLAY-CASH
               display "*** AGGREGATE INSIDER LIMIT EXCEEDED - capital "
                       DISPLAY-CASH
           end-if
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           if XREF-FILE-IS-AVAILABLE
               move CLOSE-FILE to WS-FUNCTION-CODE
               call OPEN-HOLDER-XREF-FILE using by value
                                        WS-FUNCTION-CODE
                                    by reference WS-XREF-STATUS
           end-if
           close Report-File
           .
