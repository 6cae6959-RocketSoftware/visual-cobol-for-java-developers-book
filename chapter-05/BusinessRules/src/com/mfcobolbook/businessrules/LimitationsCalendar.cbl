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

      *> Statute-of-limitations calendar for counsel. Walks the
      *> charged-off ledger the way DebtSaleExtract does and, for
      *> every debt still ours to collect - open, not sold, not
      *> recovered in full - with no suit pending or judgment on
      *> file, works out the last day suit may be brought: the
      *> customer's state's limitation years (legal state rules
      *> file; DEFAULT-LIMIT-YEARS where the state has no line)
      *> counted from the later of the charge-off date and the last
      *> payment on the account. A dismissed suit does not stop the
      *> clock, so those debts are listed too. A deadline inside the
      *> warning window (days on the one-line limitations control
      *> file, DEFAULT-WARN-DAYS when absent) is flagged SOL WARNING;
      *> one already passed is TIME-BARRED - no suit may be filed
      *> and collection letters must carry the time-barred notice.
       program-id. LimitationsCalendar.

       environment division.
       input-output section.
       file-control.
           select Warn-Control-File assign to external
                                           limitationsControl
               organization is line sequential
               file status is WS-CONTROL-STATUS
               .
           select State-Rule-File assign to external
                                           legalStateRulesFile
               organization is line sequential
               file status is WS-STATE-RULE-STATUS
               .
           select Legal-Case-File assign to external legalCaseFile
               file status is WS-LEGAL-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-LGL-ACCOUNT-ID
               .
           select Report-File assign to external limitationsReport
               organization is line sequential
               file status is WS-REPORT-STATUS
               .

       data division.
       file section.
       fd Warn-Control-File.
       01 CONTROL-LINE                     PIC X(08).
       fd State-Rule-File.
       copy "LEGAL-STATE-RULE.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Legal-Case-File.
       copy "LEGAL-CASE.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Report-File.
       01 REPORT-LINE                      PIC X(132).

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CUST==.
       copy "PAYMENT-RECORD.cpy" replacing ==(PREFIX)== by ==WS-PAY==.
       copy "CHARGEOFF-LEDGER.cpy" replacing ==(PREFIX)== by ==WS-CHG==.
       copy "DATE.cpy" replacing ==(PREFIX)== by ==WS-WARN==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-CHARGEOFF-STATUS              PIC XX.
       01 WS-CUSTOMER-STATUS               PIC XX.
       01 WS-PAYMENT-STATUS                PIC XX.
       01 WS-CONTROL-STATUS                PIC XX.
       01 WS-STATE-RULE-STATUS             PIC XX.
       01 WS-LEGAL-STATUS                  PIC XX.
       01 WS-REPORT-STATUS                 PIC XX.
       01 WS-LEGAL-FILE-FLAG               PIC X VALUE "N".
        88 LEGAL-FILE-IS-OPEN                  VALUE "Y".

       01 WS-TODAY                         PIC 9(08).

       78 DEFAULT-LIMIT-YEARS              VALUE 6.
       78 DEFAULT-WARN-DAYS                VALUE 90.
       78 LIMIT-TABLE-MAX                  VALUE 60.
       01 LIMIT-TABLE.
        03 LIMIT-ENTRY OCCURS 60 TIMES.
         05 LMT-STATE                      PIC X(02).
         05 LMT-YEARS                      PIC 9(02).
       01 LIMIT-COUNT                      PIC 99 COMP-5 VALUE 0.
       01 LIMIT-INDEX                      PIC 99 COMP-5.

       01 WS-WARN-DAYS                     PIC 9(03).
       01 WS-DAY-COUNT                     PIC 9(03) COMP-5.
       01 WS-LIMIT-YEARS                   PIC 9(02).
       01 WS-CLOCK-START                   PIC 9(08).
       01 WS-DEADLINE                      PIC 9(08).
       01 WS-DEADLINE-PARTS REDEFINES WS-DEADLINE.
        03 WS-DEADLINE-YEAR                PIC 9(04).
        03 FILLER                          PIC X(04).
       01 WS-OUTSTANDING                   PIC S9(12)V99.

       01 WS-ROWS-READ                     PIC 9(6) COMP-5 VALUE 0.
       01 WS-WARNINGS                      PIC 9(6) COMP-5 VALUE 0.
       01 WS-TIME-BARRED                   PIC 9(6) COMP-5 VALUE 0.
       01 WS-FLAG-TEXT                     PIC X(11).
       01 DISPLAY-CASH                     PIC -Z(12)9.99.
       01 DISPLAY-ACCOUNT                  PIC 9(10).

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform LOAD-LIMIT-YEARS
           perform DETERMINE-WARN-WINDOW
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform SELECT-ALL-LEDGER-ROWS
               perform CLOSE-FILES
           end-if
           display "*** Ledger rows read:     " WS-ROWS-READ
           display "*** SOL warnings:         " WS-WARNINGS
           display "*** Time-barred:          " WS-TIME-BARRED
           stop run.

       LOAD-LIMIT-YEARS SECTION.
           open input State-Rule-File
           if WS-STATE-RULE-STATUS <> "00"
               display "*** No legal state rules file - every state "
                       "gets the " DEFAULT-LIMIT-YEARS " year default"
               exit section
           end-if
           perform until WS-STATE-RULE-STATUS <> "00"
                     or LIMIT-COUNT >= LIMIT-TABLE-MAX
               read State-Rule-File
                   at end move "10" to WS-STATE-RULE-STATUS
               end-read
               if WS-STATE-RULE-STATUS = "00"
                       and FILE-LSR-STATE <> spaces
                       and FILE-LSR-LIMIT-YEARS is numeric
                   add 1 to LIMIT-COUNT
                   move FILE-LSR-STATE to LMT-STATE(LIMIT-COUNT)
                   move FILE-LSR-LIMIT-YEARS to LMT-YEARS(LIMIT-COUNT)
               end-if
           end-perform
           close State-Rule-File
           .

      *> Today plus the warning days, a day at a time.
       DETERMINE-WARN-WINDOW SECTION.
           move DEFAULT-WARN-DAYS to WS-WARN-DAYS
           open input Warn-Control-File
           if WS-CONTROL-STATUS = "00"
               read Warn-Control-File
                   at end move "10" to WS-CONTROL-STATUS
               end-read
               if WS-CONTROL-STATUS = "00"
                       and CONTROL-LINE(1:3) is numeric
                   move CONTROL-LINE(1:3) to WS-WARN-DAYS
               end-if
               close Warn-Control-File
           end-if
           move WS-TODAY to WS-WARN-DATE
           perform varying WS-DAY-COUNT from 1 by 1
                       until WS-DAY-COUNT > WS-WARN-DAYS
               call ADVANCE-ONE-DAY-ENTRY using by reference
                                                     WS-WARN-DATE
           end-perform
           display "*** Warning window through " WS-WARN-DATE
           .

       OPEN-FILES SECTION.
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-CHARGEOFF-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CHARGEOFF-STATUS
           if WS-CHARGEOFF-STATUS <> "00"
               display "*** Could not open charged-off ledger, "
                       "status " WS-CHARGEOFF-STATUS
               move WS-CHARGEOFF-STATUS to FILE-STATUS
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
      *>   No legal case file means no suit has ever been filed.
           open input Legal-Case-File
           if WS-LEGAL-STATUS = "00"
               set LEGAL-FILE-IS-OPEN to true
           end-if
           open output Report-File
           move spaces to REPORT-LINE
           string "STATUTE OF LIMITATIONS CALENDAR  RUN " WS-TODAY
                  "  WARNING WINDOW THROUGH " WS-WARN-DATE
                  delimited by size into REPORT-LINE
           end-string
           write REPORT-LINE
           move spaces to REPORT-LINE
           string "FLAG        ACCOUNT     STATE YEARS CLOCK-FROM "
                  "DEADLINE         OUTSTANDING"
                  delimited by size into REPORT-LINE
           end-string
           write REPORT-LINE
           .

       SELECT-ALL-LEDGER-ROWS SECTION.
           move 0 to WS-CHG-ACCOUNT-ID of WS-CHG-CHARGEOFF-LEDGER
           move START-READ to WS-FUNCTION-CODE
           call READ-CHARGEOFF-RECORD using by value WS-FUNCTION-CODE
                         by reference WS-CHG-CHARGEOFF-LEDGER
                                      WS-CHARGEOFF-STATUS
           perform READ-NEXT-LEDGER-ROW
           perform until WS-CHARGEOFF-STATUS <> "00"
               add 1 to WS-ROWS-READ
               perform CONSIDER-ONE-ROW
               perform READ-NEXT-LEDGER-ROW
           end-perform
           move "00" to WS-CHARGEOFF-STATUS
           .

       READ-NEXT-LEDGER-ROW SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-CHARGEOFF-RECORD using by value WS-FUNCTION-CODE
                         by reference WS-CHG-CHARGEOFF-LEDGER
                                      WS-CHARGEOFF-STATUS
           .

       CONSIDER-ONE-ROW SECTION.
           subtract WS-CHG-RECOVERED-TO-DATE
               from WS-CHG-CHARGED-OFF-AMOUNT giving WS-OUTSTANDING
           if not WS-CHG-CHARGEOFF-OPEN or WS-OUTSTANDING not > 0
               exit section
           end-if
           if LEGAL-FILE-IS-OPEN
               move WS-CHG-ACCOUNT-ID of WS-CHG-CHARGEOFF-LEDGER
                       to FILE-LGL-ACCOUNT-ID
               read Legal-Case-File
               if WS-LEGAL-STATUS = "00" and not FILE-LGL-DISMISSED
                   exit section
               end-if
               move "00" to WS-LEGAL-STATUS
           end-if
           perform FETCH-ACCOUNT
           if FILE-STATUS <> "00"
               move "00" to FILE-STATUS
               exit section
           end-if
           perform FIND-CLOCK-START
           move WS-CUSTOMER-ID of WS-ACCOUNT to
                    WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
           call FIND-CUSTOMER-ID using by value START-READ
                        by reference WS-CUST-CUSTOMER-RECORD
                                     WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               move spaces to WS-CUST-STATE
               move "00" to WS-CUSTOMER-STATUS
           end-if
           move DEFAULT-LIMIT-YEARS to WS-LIMIT-YEARS
           perform varying LIMIT-INDEX from 1 by 1
                       until LIMIT-INDEX > LIMIT-COUNT
               if LMT-STATE(LIMIT-INDEX) = WS-CUST-STATE
                   move LMT-YEARS(LIMIT-INDEX) to WS-LIMIT-YEARS
               end-if
           end-perform
           move WS-CLOCK-START to WS-DEADLINE
           add WS-LIMIT-YEARS to WS-DEADLINE-YEAR
           evaluate true
               when WS-DEADLINE <= WS-TODAY
                   move "TIME-BARRED" to WS-FLAG-TEXT
                   add 1 to WS-TIME-BARRED
               when WS-DEADLINE <= WS-WARN-DATE
                   move "SOL WARNING" to WS-FLAG-TEXT
                   add 1 to WS-WARNINGS
               when other
                   exit section
           end-evaluate
           perform WRITE-CALENDAR-LINE
           .

      *> The later of the charge-off date and the last payment.
       FIND-CLOCK-START SECTION.
           move WS-CHG-CHARGE-OFF-DATE to WS-CLOCK-START
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                        WS-PAY-ACCOUNT-ID of WS-PAY-PAYMENT-RECORD
           call FIND-PAYMENT-BY-ACCOUNT using by value START-READ
                        by reference WS-PAY-PAYMENT-RECORD
                                     WS-PAYMENT-STATUS
           if WS-PAYMENT-STATUS = "00"
               perform READ-NEXT-PAY
               perform until WS-PAYMENT-STATUS <> "00"
                          or WS-PAY-ACCOUNT-ID
                               of WS-PAY-PAYMENT-RECORD <>
                             WS-ACCOUNT-ID of WS-ACCOUNT
                   if WS-PAY-PAYMENT-DATE > WS-CLOCK-START
                       move WS-PAY-PAYMENT-DATE to WS-CLOCK-START
                   end-if
                   perform READ-NEXT-PAY
               end-perform
           end-if
           move "00" to WS-PAYMENT-STATUS
           .

       READ-NEXT-PAY SECTION.
           call FIND-PAYMENT-BY-ACCOUNT using by value READ-NEXT
                        by reference WS-PAY-PAYMENT-RECORD
                                     WS-PAYMENT-STATUS
           .

       WRITE-CALENDAR-LINE SECTION.
           move WS-ACCOUNT-ID of WS-ACCOUNT to DISPLAY-ACCOUNT
           move WS-OUTSTANDING to DISPLAY-CASH
           move spaces to REPORT-LINE
           string WS-FLAG-TEXT " " DISPLAY-ACCOUNT "  "
                  WS-CUST-STATE "    " WS-LIMIT-YEARS "    "
                  WS-CLOCK-START "   " WS-DEADLINE " " DISPLAY-CASH
                  delimited by size into REPORT-LINE
           end-string
           write REPORT-LINE
           display WS-FLAG-TEXT "  account " DISPLAY-ACCOUNT
                   "  state " WS-CUST-STATE
                   "  deadline " WS-DEADLINE
                   "  outstanding " DISPLAY-CASH
           .

       FETCH-ACCOUNT SECTION.
           move WS-CHG-ACCOUNT-ID of WS-CHG-CHARGEOFF-LEDGER to
                   WS-ACCOUNT-ID of WS-ACCOUNT
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
                   and WS-ACCOUNT-ID of WS-ACCOUNT <>
                       WS-CHG-ACCOUNT-ID of WS-CHG-CHARGEOFF-LEDGER
               move "23" to FILE-STATUS
           end-if
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CHARGEOFF-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CHARGEOFF-STATUS
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           call OPEN-PAYMENT-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-PAYMENT-STATUS
           if LEGAL-FILE-IS-OPEN
               close Legal-Case-File
           end-if
           close Report-File
           .
