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

      *> Statement cycle-day load report. BILLING-CYCLE-DAY is meant
      *> to spread the card book across the month, but a new account
      *> takes the day it opens, so busy opening days become busy
      *> statement days - for the month-end batch window, the print
      *> vendor and the call centre after the statements land. For
      *> every cycle day this shows, over the open card accounts:
      *>   - the accounts that cycle on it and their share of the book
      *>   - the statement pages expected, from each account's last
      *>     month of transactions: one page carries the summary and
      *>     the first FIRST-PAGE-LINES transactions, each further
      *>     page CONTINUATION-PAGE-LINES more
      *>   - the payment due date those statements will carry in the
      *>     coming cycle month - DUE-LAG-DAYS after the cycle day,
      *>     as CashFlowForecast projects it, rolled to the next
      *>     business day through Calendar when it lands on a weekend
      *>     or bank holiday (marked *)
      *>   - HEAVY against an even spread over the 28 days every month
      *>     has, or LIGHT well under it; a day past the 28th is
      *>     always flagged, since not every month has it
      *> A second section gathers the due dates themselves, since a
      *> weekend roll piles two or three cycle days' payments onto
      *> one Monday: each due date with its cycle days and accounts,
      *> CLUSTER where it carries more than its share. The report
      *> goes to cycleDayLoadReport; CycleDayRebalancePlan proposes
      *> the moves that even it out.
       program-id. CycleDayLoadReport.

       environment division.
       input-output section.
       file-control.
           select Report-File assign to external cycleDayLoadReport
               organization is line sequential
               file status is WS-REPORT-STATUS
               .

       data division.
       file section.
       fd Report-File.
       01 REPORT-LINE                      PIC X(100).

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "TRANSACTION-RECORD.cpy" replacing ==(PREFIX)==
                                                  by ==WS-TXN==.
       copy "DATE.cpy" replacing ==(PREFIX)== by ==WS-DUE==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-TRANSACTION-STATUS            PIC XX.
       01 WS-REPORT-STATUS                 PIC XX.

       01 WS-TODAY                         PIC 9(08).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
        03 WS-TODAY-YEAR                   PIC 9(04).
        03 WS-TODAY-MONTH                  PIC 9(02).
        03 WS-TODAY-DAY                    PIC 9(02).
      *> Transactions on or after this date make up the last month
      *> the page estimate is taken from.
       01 WS-ACTIVITY-FROM                 PIC 9(08).
       01 WS-ACTIVITY-FROM-PARTS REDEFINES WS-ACTIVITY-FROM.
        03 WS-ACTIVITY-FROM-YEAR           PIC 9(04).
        03 WS-ACTIVITY-FROM-MONTH          PIC 9(02).
        03 WS-ACTIVITY-FROM-DAY            PIC 9(02).
      *> The cycle month the due dates are worked for - next month.
       01 WS-CYCLE-YEAR                    PIC 9(04).
       01 WS-CYCLE-MONTH                   PIC 9(02).

      *> Days from the cycle day to the payment-due day - the same
      *> lag CashFlowForecast projects payments on.
       78 DUE-LAG-DAYS                     VALUE 21.
      *> Transactions the first statement page holds under the
      *> summary, and each continuation page after it.
       78 FIRST-PAGE-LINES                 VALUE 20.
       78 CONTINUATION-PAGE-LINES          VALUE 50.
      *> Against an even spread over the 28 days: HEAVY above this
      *> share of it, LIGHT below that one.
       78 BALANCED-DAYS                    VALUE 28.
       78 HEAVY-DAY-PCT                    VALUE 125.
       78 LIGHT-DAY-PCT                    VALUE 75.

       01 CYCLE-DAY-TABLE.
        03 CYCLE-DAY-ENTRY OCCURS 31 TIMES.
         05 CD-ACCOUNTS                    PIC 9(9) COMP-5.
         05 CD-PAGES                       PIC 9(9) COMP-5.
         05 CD-DUE-DATE                    PIC 9(08).
         05 CD-DUE-ROLLED                  PIC X(01).
       01 CYCLE-DAY-INDEX                  PIC 99 COMP-5.

      *> Distinct due dates in date order - the cycle days walk
      *> forward, so a roll can only land on the date the next day
      *> already has.
       01 DUE-DATE-TABLE.
        03 DUE-DATE-ENTRY OCCURS 31 TIMES.
         05 DD-DATE                        PIC 9(08).
         05 DD-FIRST-DAY                   PIC 99.
         05 DD-LAST-DAY                    PIC 99.
         05 DD-ACCOUNTS                    PIC 9(9) COMP-5.
       01 DUE-DATE-COUNT                   PIC 99 COMP-5 VALUE 0.
       01 DUE-DATE-INDEX                   PIC 99 COMP-5.

       01 WS-DAYS-IN-MONTH                 PIC 99 COMP-5.
       01 WS-HOLIDAY-RESULT                PIC 99 COMP-5.
       01 WS-LAG-COUNT                     PIC 99 COMP-5.
       01 WS-ACCOUNT-TXNS                  PIC 9(6) COMP-5.
       01 WS-ACCOUNT-PAGES                 PIC 9(6) COMP-5.

       01 WS-ACCOUNTS-COUNTED              PIC 9(9) COMP-5 VALUE 0.
       01 WS-PAGES-COUNTED                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-BAD-CYCLE-DAY                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-HEAVY-DAYS                    PIC 99 COMP-5 VALUE 0.
       01 WS-CLUSTERED-DATES               PIC 99 COMP-5 VALUE 0.
       01 WS-EVEN-SHARE                    PIC 9(9)V99.
       01 WS-DUE-DATE-SHARE                PIC 9(9)V99.
       01 WS-BOOK-PCT                      PIC 9(3)V9.
       01 DISPLAY-COUNT                    PIC Z(8)9.

       01 TITLE-LINE.
        03 FILLER                          PIC X(30)
                           VALUE "STATEMENT CYCLE-DAY LOAD  RUN ".
        03 TL-RUN-DATE                     PIC 9(08).
        03 FILLER                          PIC X(16)
                                   VALUE "  CYCLE MONTH ".
        03 TL-CYCLE-YEAR                   PIC 9(04).
        03 TL-CYCLE-MONTH                  PIC 9(02).
       01 DAY-HEADING-LINE.
        03 FILLER                          PIC X(05) VALUE "DAY".
        03 FILLER                          PIC X(11)
                                   VALUE "   ACCOUNTS".
        03 FILLER                          PIC X(08) VALUE "  % BOOK".
        03 FILLER                          PIC X(12)
                                   VALUE "  EST PAGES".
        03 FILLER                          PIC X(12)
                                   VALUE "   DUE DATE".
        03 FILLER                          PIC X(07) VALUE "  LOAD".
       01 DAY-DETAIL-LINE.
        03 DDL-DAY                         PIC Z9.
        03 FILLER                          PIC X(03) VALUE SPACES.
        03 DDL-ACCOUNTS                    PIC Z(10)9.
        03 FILLER                          PIC X(03) VALUE SPACES.
        03 DDL-BOOK-PCT                    PIC ZZ9.9.
        03 FILLER                          PIC X(01) VALUE SPACES.
        03 DDL-PAGES                       PIC Z(10)9.
        03 FILLER                          PIC X(03) VALUE SPACES.
        03 DDL-DUE-DATE                    PIC 9(08).
        03 DDL-ROLLED                      PIC X(01).
        03 FILLER                          PIC X(02) VALUE SPACES.
        03 DDL-LOAD                        PIC X(20).
       01 DUE-HEADING-LINE.
        03 FILLER                          PIC X(10) VALUE "DUE DATE".
        03 FILLER                          PIC X(14)
                                   VALUE "   CYCLE DAYS".
        03 FILLER                          PIC X(11)
                                   VALUE "   ACCOUNTS".
        03 FILLER                          PIC X(10) VALUE "  STATUS".
       01 DUE-DETAIL-LINE.
        03 DUL-DATE                        PIC 9(08).
        03 FILLER                          PIC X(05) VALUE SPACES.
        03 DUL-FIRST-DAY                   PIC Z9.
        03 DUL-TO                          PIC X(03).
        03 DUL-LAST-DAY                    PIC Z9.
        03 FILLER                          PIC X(04) VALUE SPACES.
        03 DUL-ACCOUNTS                    PIC Z(10)9.
        03 FILLER                          PIC X(02) VALUE SPACES.
        03 DUL-STATUS                      PIC X(10).

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform SET-UP-DATES
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform COUNT-ALL-ACCOUNTS
               perform WORK-OUT-DUE-DATES
               perform WRITE-THE-REPORT
               perform CLOSE-FILES
           end-if
           display "*** Card accounts counted:   " WS-ACCOUNTS-COUNTED
           display "*** Statement pages expected:" WS-PAGES-COUNTED
           display "*** Heavy cycle days:        " WS-HEAVY-DAYS
           display "*** Clustered due dates:     " WS-CLUSTERED-DATES
           if WS-BAD-CYCLE-DAY > 0
               display "*** Accounts with no valid cycle day: "
                       WS-BAD-CYCLE-DAY
           end-if
           stop run.

       SET-UP-DATES SECTION.
           move WS-TODAY to WS-ACTIVITY-FROM
           if WS-ACTIVITY-FROM-MONTH = 1
               subtract 1 from WS-ACTIVITY-FROM-YEAR
               move 12 to WS-ACTIVITY-FROM-MONTH
           else
               subtract 1 from WS-ACTIVITY-FROM-MONTH
           end-if
           move WS-TODAY-YEAR to WS-CYCLE-YEAR
           move WS-TODAY-MONTH to WS-CYCLE-MONTH
           if WS-CYCLE-MONTH = 12
               add 1 to WS-CYCLE-YEAR
               move 1 to WS-CYCLE-MONTH
           else
               add 1 to WS-CYCLE-MONTH
           end-if
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
           open output Report-File
           if WS-REPORT-STATUS <> "00"
               display "*** Could not open cycle-day report, status "
                       WS-REPORT-STATUS
               move WS-REPORT-STATUS to FILE-STATUS
           end-if
           .

      *> Open credit and charge card accounts - the ones that get a
      *> statement each cycle.
       COUNT-ALL-ACCOUNTS SECTION.
           initialize CYCLE-DAY-TABLE
           move 0 to WS-ACCOUNT-ID of WS-ACCOUNT
           move START-READ to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           perform READ-NEXT-ACCOUNT
           perform until FILE-STATUS <> "00"
               if not WS-TYPE-DEPOSIT and WS-ACCOUNT-OPEN
                   if WS-BILLING-CYCLE-DAY < 1
                           or WS-BILLING-CYCLE-DAY > 31
                       add 1 to WS-BAD-CYCLE-DAY
                   else
                       perform COUNT-ONE-ACCOUNT
                   end-if
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

       COUNT-ONE-ACCOUNT SECTION.
           perform COUNT-RECENT-TRANSACTIONS
           move 1 to WS-ACCOUNT-PAGES
           if WS-ACCOUNT-TXNS > FIRST-PAGE-LINES
               compute WS-ACCOUNT-PAGES = 1 +
                   (WS-ACCOUNT-TXNS - FIRST-PAGE-LINES
                           + CONTINUATION-PAGE-LINES - 1)
                   / CONTINUATION-PAGE-LINES
           end-if
           move WS-BILLING-CYCLE-DAY to CYCLE-DAY-INDEX
           add 1 to CD-ACCOUNTS(CYCLE-DAY-INDEX)
           add WS-ACCOUNT-PAGES to CD-PAGES(CYCLE-DAY-INDEX)
           add 1 to WS-ACCOUNTS-COUNTED
           add WS-ACCOUNT-PAGES to WS-PAGES-COUNTED
           .

       COUNT-RECENT-TRANSACTIONS SECTION.
           move 0 to WS-ACCOUNT-TXNS
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                        WS-TXN-ACCOUNT-ID of WS-TXN-TRANSACTION-RECORD
           call FIND-TRANSACTION-BY-ACCOUNT using by value START-READ
                        by reference WS-TXN-TRANSACTION-RECORD
                                     WS-TRANSACTION-STATUS
           if WS-TRANSACTION-STATUS <> "00"
               exit section
           end-if
           perform READ-NEXT-TXN
           perform until WS-TRANSACTION-STATUS <> "00"
                      or WS-TXN-ACCOUNT-ID
                               of WS-TXN-TRANSACTION-RECORD <>
                         WS-ACCOUNT-ID of WS-ACCOUNT
               if WS-TXN-TRANS-DATE of WS-TXN-TRANSACTION-RECORD
                                           >= WS-ACTIVITY-FROM
                   add 1 to WS-ACCOUNT-TXNS
               end-if
               perform READ-NEXT-TXN
           end-perform
           .

       READ-NEXT-TXN SECTION.
           call FIND-TRANSACTION-BY-ACCOUNT using by value READ-NEXT
                        by reference WS-TXN-TRANSACTION-RECORD
                                     WS-TRANSACTION-STATUS
           .

      *> Every cycle day's due date in the coming cycle month, and
      *> the distinct dates they come to once weekend and holiday
      *> rolls are applied. A day the month is too short for cycles
      *> on its last day.
       WORK-OUT-DUE-DATES SECTION.
           perform varying CYCLE-DAY-INDEX from 1 by 1
                       until CYCLE-DAY-INDEX > 31
               move WS-CYCLE-YEAR to WS-DUE-YEAR
               move WS-CYCLE-MONTH to WS-DUE-MONTH
               move 1 to WS-DUE-DAY
               call GET-DAYS-IN-MONTH using by reference WS-DUE-DATE
                                                     WS-DAYS-IN-MONTH
               if CYCLE-DAY-INDEX > WS-DAYS-IN-MONTH
                   move WS-DAYS-IN-MONTH to WS-DUE-DAY
               else
                   move CYCLE-DAY-INDEX to WS-DUE-DAY
               end-if
               perform ADVANCE-DUE-DATE DUE-LAG-DAYS times
               move space to CD-DUE-ROLLED(CYCLE-DAY-INDEX)
               call IS-BANK-HOLIDAY using by reference WS-DUE-DATE
                                                     WS-HOLIDAY-RESULT
               if WS-HOLIDAY-RESULT = 1
                   call GET-NEXT-BUSINESS-DAY using by reference
                                                     WS-DUE-DATE
                   move "*" to CD-DUE-ROLLED(CYCLE-DAY-INDEX)
               end-if
               move WS-DUE-DATE to CD-DUE-DATE(CYCLE-DAY-INDEX)
               perform GATHER-DUE-DATE
           end-perform
           .

       ADVANCE-DUE-DATE SECTION.
           call ADVANCE-ONE-DAY-ENTRY using by reference WS-DUE-DATE
           .

       GATHER-DUE-DATE SECTION.
           if DUE-DATE-COUNT = 0
                   or DD-DATE(DUE-DATE-COUNT) <> WS-DUE-DATE
               add 1 to DUE-DATE-COUNT
               move WS-DUE-DATE to DD-DATE(DUE-DATE-COUNT)
               move CYCLE-DAY-INDEX to DD-FIRST-DAY(DUE-DATE-COUNT)
               move 0 to DD-ACCOUNTS(DUE-DATE-COUNT)
           end-if
           move CYCLE-DAY-INDEX to DD-LAST-DAY(DUE-DATE-COUNT)
           add CD-ACCOUNTS(CYCLE-DAY-INDEX)
                                     to DD-ACCOUNTS(DUE-DATE-COUNT)
           .

       WRITE-THE-REPORT SECTION.
           move WS-TODAY to TL-RUN-DATE
           move WS-CYCLE-YEAR to TL-CYCLE-YEAR
           move WS-CYCLE-MONTH to TL-CYCLE-MONTH
           write REPORT-LINE from TITLE-LINE
           move spaces to REPORT-LINE
           write REPORT-LINE
           write REPORT-LINE from DAY-HEADING-LINE
           compute WS-EVEN-SHARE rounded =
                               WS-ACCOUNTS-COUNTED / BALANCED-DAYS
           perform varying CYCLE-DAY-INDEX from 1 by 1
                       until CYCLE-DAY-INDEX > 31
               perform WRITE-DAY-LINE
           end-perform
           move spaces to REPORT-LINE
           write REPORT-LINE
           move "PAYMENT-DUE CLUSTERING" to REPORT-LINE
           write REPORT-LINE
           write REPORT-LINE from DUE-HEADING-LINE
           compute WS-DUE-DATE-SHARE rounded =
                               WS-ACCOUNTS-COUNTED / DUE-DATE-COUNT
           perform varying DUE-DATE-INDEX from 1 by 1
                       until DUE-DATE-INDEX > DUE-DATE-COUNT
               perform WRITE-DUE-DATE-LINE
           end-perform
           move spaces to REPORT-LINE
           write REPORT-LINE
           move WS-ACCOUNTS-COUNTED to DISPLAY-COUNT
           move spaces to REPORT-LINE
           string "CARD ACCOUNTS " delimited by size
                  DISPLAY-COUNT delimited by size
                  into REPORT-LINE
           end-string
           write REPORT-LINE
           move WS-PAGES-COUNTED to DISPLAY-COUNT
           move spaces to REPORT-LINE
           string "EST PAGES     " delimited by size
                  DISPLAY-COUNT delimited by size
                  into REPORT-LINE
           end-string
           write REPORT-LINE
           move "* DUE DATE ROLLED PAST A WEEKEND OR BANK HOLIDAY"
                                             to REPORT-LINE
           write REPORT-LINE
           .

      *> A day past the 28th is flagged whatever its size - the
      *> rebalancing plan moves its accounts onto days every month
      *> has.
       WRITE-DAY-LINE SECTION.
           move CYCLE-DAY-INDEX to DDL-DAY
           move CD-ACCOUNTS(CYCLE-DAY-INDEX) to DDL-ACCOUNTS
           move 0 to WS-BOOK-PCT
           if WS-ACCOUNTS-COUNTED > 0
               compute WS-BOOK-PCT rounded =
                   CD-ACCOUNTS(CYCLE-DAY-INDEX) * 100
                                           / WS-ACCOUNTS-COUNTED
           end-if
           move WS-BOOK-PCT to DDL-BOOK-PCT
           move CD-PAGES(CYCLE-DAY-INDEX) to DDL-PAGES
           move CD-DUE-DATE(CYCLE-DAY-INDEX) to DDL-DUE-DATE
           move CD-DUE-ROLLED(CYCLE-DAY-INDEX) to DDL-ROLLED
           move spaces to DDL-LOAD
           evaluate true
               when CYCLE-DAY-INDEX > BALANCED-DAYS
                       and CD-ACCOUNTS(CYCLE-DAY-INDEX) > 0
                   move "NOT IN EVERY MONTH" to DDL-LOAD
                   add 1 to WS-HEAVY-DAYS
               when CYCLE-DAY-INDEX > BALANCED-DAYS
                   continue
               when CD-ACCOUNTS(CYCLE-DAY-INDEX) * 100
                           > WS-EVEN-SHARE * HEAVY-DAY-PCT
                   move "HEAVY" to DDL-LOAD
                   add 1 to WS-HEAVY-DAYS
               when CD-ACCOUNTS(CYCLE-DAY-INDEX) * 100
                           < WS-EVEN-SHARE * LIGHT-DAY-PCT
                   move "LIGHT" to DDL-LOAD
           end-evaluate
           write REPORT-LINE from DAY-DETAIL-LINE
           .

       WRITE-DUE-DATE-LINE SECTION.
           move DD-DATE(DUE-DATE-INDEX) to DUL-DATE
           move DD-FIRST-DAY(DUE-DATE-INDEX) to DUL-FIRST-DAY
           move spaces to DUL-TO
           move 0 to DUL-LAST-DAY
           if DD-LAST-DAY(DUE-DATE-INDEX)
                           <> DD-FIRST-DAY(DUE-DATE-INDEX)
               move " - " to DUL-TO
               move DD-LAST-DAY(DUE-DATE-INDEX) to DUL-LAST-DAY
           end-if
           move DD-ACCOUNTS(DUE-DATE-INDEX) to DUL-ACCOUNTS
           move spaces to DUL-STATUS
           if DD-ACCOUNTS(DUE-DATE-INDEX) * 100
                           > WS-DUE-DATE-SHARE * HEAVY-DAY-PCT
               move "CLUSTER" to DUL-STATUS
               add 1 to WS-CLUSTERED-DATES
           end-if
           write REPORT-LINE from DUE-DETAIL-LINE
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           close Report-File
           .
