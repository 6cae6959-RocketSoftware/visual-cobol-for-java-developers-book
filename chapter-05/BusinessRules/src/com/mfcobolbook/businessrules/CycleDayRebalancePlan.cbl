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

      *> Cycle-day rebalancing plan. Proposes which open card
      *> accounts to move off the overloaded cycle days that
      *> CycleDayLoadReport shows, and to where. The book is spread
      *> evenly over the 28 days every month has, so each day's
      *> target is the card accounts over 28, rounded up:
      *>   - a day from 1 to 28 more than HEAVY-DAY-PCT of the target
      *>     gives up accounts down to the target; a day past the
      *>     28th gives up all of them, since not every month has it
      *>   - a day takes accounts only while it is under the target,
      *>     and only if the payment due date it gives in the coming
      *>     cycle month - DUE-LAG-DAYS after the cycle day, as
      *>     CashFlowForecast projects it - is a business day by
      *>     Calendar, so a move never lands a customer's payment on
      *>     a weekend or bank holiday; each move goes to the
      *>     lightest such day
      *>   - an account moved within the past year (CYCLE-CHANGED-
      *>     DATE) stays where it is, and so does a delinquent one -
      *>     its collections schedule runs from its current dates
      *>   - a card under a corporate-liability company stays on the
      *>     company's cycle day, which the consolidated company bill
      *>     is built on; it is never counted as load a day can give
      *>     up, and neither is a company card whose company cannot
      *>     be read
      *> The plan goes to cycleRebalancePlan as ACCOUNT-ID,NEW-DAY
      *> lines - the control-line format of BillingCycleChange, which
      *> takes the file as its cycleChangeFile once it is approved.
      *> Nothing on the account file is changed here.
       program-id. CycleDayRebalancePlan.

       environment division.
       input-output section.
       file-control.
           select Plan-File assign to external cycleRebalancePlan
               organization is line sequential
               file status is WS-PLAN-STATUS
               .

       data division.
       file section.
       fd Plan-File.
       01 PLAN-LINE                        PIC X(20).

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "DATE.cpy" replacing ==(PREFIX)== by ==WS-DUE==.
       copy "COMPANY-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-PLAN-STATUS                   PIC XX.
       01 WS-LOOKUP-STATUS                 PIC XX.

       01 WS-TODAY                         PIC 9(08).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
        03 WS-TODAY-YEAR                   PIC 9(04).
        03 WS-TODAY-MONTH                  PIC 9(02).
        03 WS-TODAY-DAY                    PIC 9(02).
      *> An account last moved on or after this date - a year ago
      *> today - is not moved again.
       01 WS-MOVED-SINCE                   PIC 9(08).
       01 WS-CYCLE-YEAR                    PIC 9(04).
       01 WS-CYCLE-MONTH                   PIC 9(02).

      *> Days from the cycle day to the payment-due day - the same
      *> lag CashFlowForecast projects payments on.
       78 DUE-LAG-DAYS                     VALUE 21.
       78 BALANCED-DAYS                    VALUE 28.
       78 HEAVY-DAY-PCT                    VALUE 125.

       01 CYCLE-DAY-TABLE.
        03 CYCLE-DAY-ENTRY OCCURS 31 TIMES.
         05 CD-ACCOUNTS-BEFORE             PIC 9(9) COMP-5.
         05 CD-ACCOUNTS-AFTER              PIC 9(9) COMP-5.
         05 CD-TO-MOVE-OFF                 PIC 9(9) COMP-5.
         05 CD-ON-COMPANY-CYCLE            PIC 9(9) COMP-5.
         05 CD-DUE-DATE-FLAG               PIC X.
          88 CD-DUE-ON-BUSINESS-DAY            VALUE "Y".
       01 CYCLE-DAY-INDEX                  PIC 99 COMP-5.
       01 WS-TARGET-DAY                    PIC 99 COMP-5.
       01 WS-OLD-DAY                       PIC 99 COMP-5.

       01 WS-DAYS-IN-MONTH                 PIC 99 COMP-5.
       01 WS-HOLIDAY-RESULT                PIC 99 COMP-5.
       01 WS-DAY-TARGET                    PIC 9(9) COMP-5.
       01 WS-DAYS-OPEN-FLAG                PIC X.
        88 NO-DAY-CAN-TAKE-MORE                VALUE "N".
       01 WS-COMPANY-CYCLE-FLAG            PIC X.
        88 HELD-ON-COMPANY-CYCLE               VALUE "Y".
       01 WS-MOVABLE                       PIC 9(9) COMP-5.

       01 WS-ACCOUNTS-COUNTED              PIC 9(9) COMP-5 VALUE 0.
       01 WS-MOVES-PLANNED                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-MOVED-THIS-YEAR               PIC 9(6) COMP-5 VALUE 0.
       01 WS-DELINQUENT-KEPT               PIC 9(6) COMP-5 VALUE 0.
       01 WS-COMPANY-CYCLE-KEPT            PIC 9(6) COMP-5 VALUE 0.
       01 WS-LEFT-UNMOVED                  PIC 9(9) COMP-5 VALUE 0.

       01 PLAN-ACCOUNT-ID                  PIC 9(9).
       01 PLAN-NEW-DAY                     PIC 9(2).
       01 DISPLAY-DAY                      PIC Z9.
       01 DISPLAY-BEFORE                   PIC Z(8)9.
       01 DISPLAY-AFTER                    PIC Z(8)9.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform SET-UP-DATES
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform COUNT-ALL-ACCOUNTS
               perform SET-DAY-TARGETS
               perform PLAN-ALL-MOVES
               perform SHOW-BEFORE-AND-AFTER
               perform CLOSE-FILES
           end-if
           display "*** Card accounts counted:   " WS-ACCOUNTS-COUNTED
           display "*** Target accounts per day: " WS-DAY-TARGET
           display "*** Moves planned:           " WS-MOVES-PLANNED
           display "*** Kept - moved this year:  " WS-MOVED-THIS-YEAR
           display "*** Kept - delinquent:       " WS-DELINQUENT-KEPT
           display "*** Kept - company cycle:    " WS-COMPANY-CYCLE-KEPT
           if WS-LEFT-UNMOVED > 0
               display "*** Excess left unplaced:    " WS-LEFT-UNMOVED
           end-if
           stop run.

       SET-UP-DATES SECTION.
           subtract 10000 from WS-TODAY giving WS-MOVED-SINCE
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
           open output Plan-File
           if WS-PLAN-STATUS <> "00"
               display "*** Could not open rebalance plan, status "
                       WS-PLAN-STATUS
               move WS-PLAN-STATUS to FILE-STATUS
               exit section
           end-if
      *>   No company file just means no commercial cards - any card
      *>   that does name a company then fails its lookup and stays
      *>   where it is.
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-COMPANY-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-LOOKUP-STATUS
           .

       START-ACCOUNT-WALK SECTION.
           move 0 to WS-ACCOUNT-ID of WS-ACCOUNT
           move START-READ to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           perform READ-NEXT-ACCOUNT
           .

       READ-NEXT-ACCOUNT SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           .

      *> Open credit and charge card accounts on a valid cycle day -
      *> the ones that get a statement each cycle.
       COUNT-ALL-ACCOUNTS SECTION.
           initialize CYCLE-DAY-TABLE
           perform START-ACCOUNT-WALK
           perform until FILE-STATUS <> "00"
               if not WS-TYPE-DEPOSIT and WS-ACCOUNT-OPEN
                       and WS-BILLING-CYCLE-DAY >= 1
                       and WS-BILLING-CYCLE-DAY <= 31
                   move WS-BILLING-CYCLE-DAY to CYCLE-DAY-INDEX
                   add 1 to CD-ACCOUNTS-BEFORE(CYCLE-DAY-INDEX)
                   add 1 to WS-ACCOUNTS-COUNTED
                   perform CHECK-COMPANY-CYCLE
                   if HELD-ON-COMPANY-CYCLE
                       add 1 to CD-ON-COMPANY-CYCLE(CYCLE-DAY-INDEX)
                   end-if
               end-if
               perform READ-NEXT-ACCOUNT
           end-perform
           move "00" to FILE-STATUS
           .

      *> What each day gives up, and whether its due date in the
      *> coming cycle month is a business day.
       SET-DAY-TARGETS SECTION.
           compute WS-DAY-TARGET = (WS-ACCOUNTS-COUNTED
                                   + BALANCED-DAYS - 1) / BALANCED-DAYS
           perform varying CYCLE-DAY-INDEX from 1 by 1
                       until CYCLE-DAY-INDEX > 31
               move CD-ACCOUNTS-BEFORE(CYCLE-DAY-INDEX)
                                to CD-ACCOUNTS-AFTER(CYCLE-DAY-INDEX)
               move 0 to CD-TO-MOVE-OFF(CYCLE-DAY-INDEX)
               move "N" to CD-DUE-DATE-FLAG(CYCLE-DAY-INDEX)
               evaluate true
                   when CYCLE-DAY-INDEX > BALANCED-DAYS
                       move CD-ACCOUNTS-BEFORE(CYCLE-DAY-INDEX)
                                to CD-TO-MOVE-OFF(CYCLE-DAY-INDEX)
                   when CD-ACCOUNTS-BEFORE(CYCLE-DAY-INDEX) * 100
                               > WS-DAY-TARGET * HEAVY-DAY-PCT
                       compute CD-TO-MOVE-OFF(CYCLE-DAY-INDEX) =
                           CD-ACCOUNTS-BEFORE(CYCLE-DAY-INDEX)
                                                   - WS-DAY-TARGET
                       perform CHECK-DUE-DATE
                   when other
                       perform CHECK-DUE-DATE
               end-evaluate
      *>       Cards held on their company's day are load the day
      *>       cannot shed.
               compute WS-MOVABLE = CD-ACCOUNTS-BEFORE(CYCLE-DAY-INDEX)
                               - CD-ON-COMPANY-CYCLE(CYCLE-DAY-INDEX)
               if CD-TO-MOVE-OFF(CYCLE-DAY-INDEX) > WS-MOVABLE
                   move WS-MOVABLE to CD-TO-MOVE-OFF(CYCLE-DAY-INDEX)
               end-if
           end-perform
           .

      *> A card under a corporate-liability company closes on the
      *> company's day. A company id that cannot be looked up is
      *> treated the same way - better an unmoved card than one off
      *> its company bill.
       CHECK-COMPANY-CYCLE SECTION.
           move "N" to WS-COMPANY-CYCLE-FLAG
           if WS-COMPANY-ID of WS-ACCOUNT = 0
               exit section
           end-if
           move WS-COMPANY-ID of WS-ACCOUNT to
                        WS-COMPANY-ID of WS-COMPANY-RECORD
           call FIND-COMPANY-BY-ID using by reference WS-COMPANY-RECORD
                                                      WS-LOOKUP-STATUS
           if WS-LOOKUP-STATUS <> "00" or WS-CORPORATE-LIABILITY
               move "Y" to WS-COMPANY-CYCLE-FLAG
           end-if
           .

       CHECK-DUE-DATE SECTION.
           move WS-CYCLE-YEAR to WS-DUE-YEAR
           move WS-CYCLE-MONTH to WS-DUE-MONTH
           move CYCLE-DAY-INDEX to WS-DUE-DAY
           perform ADVANCE-DUE-DATE DUE-LAG-DAYS times
           call IS-BANK-HOLIDAY using by reference WS-DUE-DATE
                                                 WS-HOLIDAY-RESULT
           if WS-HOLIDAY-RESULT = 0
               move "Y" to CD-DUE-DATE-FLAG(CYCLE-DAY-INDEX)
           end-if
           .

       ADVANCE-DUE-DATE SECTION.
           call ADVANCE-ONE-DAY-ENTRY using by reference WS-DUE-DATE
           .

      *> Second pass: accounts are taken off a heavy day in key order
      *> until the day is down to its target, each going to whichever
      *> day can take it and is lightest at that point.
       PLAN-ALL-MOVES SECTION.
           move "Y" to WS-DAYS-OPEN-FLAG
           perform START-ACCOUNT-WALK
           perform until FILE-STATUS <> "00" or NO-DAY-CAN-TAKE-MORE
               if not WS-TYPE-DEPOSIT and WS-ACCOUNT-OPEN
                       and WS-BILLING-CYCLE-DAY >= 1
                       and WS-BILLING-CYCLE-DAY <= 31
                   move WS-BILLING-CYCLE-DAY to WS-OLD-DAY
                   if CD-TO-MOVE-OFF(WS-OLD-DAY) > 0
                       perform PLAN-ONE-MOVE
                   end-if
               end-if
               perform READ-NEXT-ACCOUNT
           end-perform
           move "00" to FILE-STATUS
           perform varying CYCLE-DAY-INDEX from 1 by 1
                       until CYCLE-DAY-INDEX > 31
               add CD-TO-MOVE-OFF(CYCLE-DAY-INDEX) to WS-LEFT-UNMOVED
           end-perform
           .

       PLAN-ONE-MOVE SECTION.
           perform CHECK-COMPANY-CYCLE
           if HELD-ON-COMPANY-CYCLE
               add 1 to WS-COMPANY-CYCLE-KEPT
               exit section
           end-if
           if WS-CYCLE-CHANGED-DATE >= WS-MOVED-SINCE
               add 1 to WS-MOVED-THIS-YEAR
               exit section
           end-if
           if WS-ACCOUNT-DELINQUENT or WS-ACCOUNT-CHARGED-OFF
               add 1 to WS-DELINQUENT-KEPT
               exit section
           end-if
           perform FIND-LIGHTEST-DAY
           if WS-TARGET-DAY = 0
               move "N" to WS-DAYS-OPEN-FLAG
               display "*** No cycle day left under target of "
                       WS-DAY-TARGET
               exit section
           end-if
           move WS-ACCOUNT-ID of WS-ACCOUNT to PLAN-ACCOUNT-ID
           move WS-TARGET-DAY to PLAN-NEW-DAY
           move spaces to PLAN-LINE
           string PLAN-ACCOUNT-ID delimited by size
                  "," delimited by size
                  PLAN-NEW-DAY delimited by size
                  into PLAN-LINE
           end-string
           write PLAN-LINE
           subtract 1 from CD-TO-MOVE-OFF(WS-OLD-DAY)
           subtract 1 from CD-ACCOUNTS-AFTER(WS-OLD-DAY)
           add 1 to CD-ACCOUNTS-AFTER(WS-TARGET-DAY)
           add 1 to WS-MOVES-PLANNED
           move WS-OLD-DAY to DISPLAY-DAY
           display "*** Move " PLAN-ACCOUNT-ID " from day "
                   DISPLAY-DAY " to day " PLAN-NEW-DAY
           .

       FIND-LIGHTEST-DAY SECTION.
           move 0 to WS-TARGET-DAY
           perform varying CYCLE-DAY-INDEX from 1 by 1
                       until CYCLE-DAY-INDEX > BALANCED-DAYS
               if CD-DUE-ON-BUSINESS-DAY(CYCLE-DAY-INDEX)
                       and CD-ACCOUNTS-AFTER(CYCLE-DAY-INDEX)
                                                   < WS-DAY-TARGET
                       and CYCLE-DAY-INDEX <> WS-OLD-DAY
                   if WS-TARGET-DAY = 0
                       move CYCLE-DAY-INDEX to WS-TARGET-DAY
                   else
                       if CD-ACCOUNTS-AFTER(CYCLE-DAY-INDEX) <
                               CD-ACCOUNTS-AFTER(WS-TARGET-DAY)
                           move CYCLE-DAY-INDEX to WS-TARGET-DAY
                       end-if
                   end-if
               end-if
           end-perform
           .

       SHOW-BEFORE-AND-AFTER SECTION.
           display "*** Day  Accounts before  Accounts after"
           perform varying CYCLE-DAY-INDEX from 1 by 1
                       until CYCLE-DAY-INDEX > 31
               move CYCLE-DAY-INDEX to DISPLAY-DAY
               move CD-ACCOUNTS-BEFORE(CYCLE-DAY-INDEX)
                                                   to DISPLAY-BEFORE
               move CD-ACCOUNTS-AFTER(CYCLE-DAY-INDEX)
                                                   to DISPLAY-AFTER
               display "*** " DISPLAY-DAY "   " DISPLAY-BEFORE
                       "       " DISPLAY-AFTER
           end-perform
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-COMPANY-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-LOOKUP-STATUS
           close Plan-File
           .
