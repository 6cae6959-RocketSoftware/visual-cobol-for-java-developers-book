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

      *> Monthly relationship pricing review. Pass one walks the
      *> customer file and measures every customer against the tier
      *> table Marketing maintains in relationshipTierFile (best tier
      *> first - see RELATIONSHIP-TIER): the average savings and CD
      *> balance over the calendar month just ended, from the daily
      *> balance snapshots of every deposit account the customer is
      *> primary or joint holder on (an account with no snapshot in
      *> the month counts at its balance today); card tenure, whole
      *> months since the earliest open card account they hold was
      *> opened; and whether autopay is active on any of those card
      *> accounts. The first tier whose every test is met is the
      *> customer's, and goes on the customer record when it moves.
      *> Pass two prices the accounts: each open account takes the
      *> best tier among its primary and active joint holders - the
      *> household's tier - and with it the tier's benefits for its
      *> product: the APR discount on a credit card, the annual fee
      *> waiver on a credit or charge card, the rate bonus on a
      *> savings account (a CD's rate is the one its term locked
      *> in). A changed tier or changed benefits are dated on the
      *> account with the tier before, for the next statement to
      *> explain; benefits stop the same way when the tier is lost.
      *> The interest calculator, the savings interest run and the
      *> annual fee pass read the benefits off the account. With no
      *> tier file nobody is tiered, and the run says so rather than
      *> strip every account of its benefits.
       program-id. RelationshipTierReview.

       environment division.
       input-output section.
       file-control.
           select Tier-File assign to external relationshipTierFile
               organization is line sequential
               file status is WS-TIER-STATUS
               .
           select Snapshot-File assign to external balanceSnapshotFile
               file status is WS-SNAPSHOT-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-SNAPSHOT-KEY of FILE-BALANCE-SNAPSHOT
               .

       data division.
       file section.
       fd Tier-File.
       copy "RELATIONSHIP-TIER.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Snapshot-File.
       copy "BALANCE-SNAPSHOT.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CUST==.
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==WS-HLDR==.
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "ACCOUNT-HOLDER-XREF.cpy"
                              replacing ==(PREFIX)== by ==WS-AH==.
       copy "AUTOPAY-ENROLLMENT.cpy"
                              replacing ==(PREFIX)== by ==WS-AP==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-CUSTOMER-STATUS               PIC XX.
       01 WS-HOLDER-STATUS                 PIC XX.
       01 WS-XREF-STATUS                   PIC XX.
       01 WS-AUTOPAY-STATUS                PIC XX.
       01 WS-TIER-STATUS                   PIC XX.
       01 WS-SNAPSHOT-STATUS.
        03 WS-SNAPSHOT-STATUS-1            PIC X.
        03 WS-SNAPSHOT-STATUS-2            PIC X.
       01 WS-XREF-FILE-FLAG                PIC X VALUE "N".
        88 XREF-FILE-IS-AVAILABLE              VALUE "Y".
       01 WS-AUTOPAY-FILE-FLAG             PIC X VALUE "N".
        88 AUTOPAY-FILE-IS-AVAILABLE           VALUE "Y".
       01 WS-SNAPSHOT-FILE-FLAG            PIC X VALUE "N".
        88 SNAPSHOT-FILE-IS-AVAILABLE          VALUE "Y".

       01 WS-TODAY                         PIC 9(08).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
        03 WS-TODAY-YEAR                   PIC 9(04).
        03 WS-TODAY-MONTH                  PIC 9(02).
        03 WS-TODAY-DAY                    PIC 9(02).
      *> The month the savings average is taken over: the first of
      *> last month up to, not including, the first of this one.
       01 WS-WINDOW-START                  PIC 9(08).
       01 WS-WINDOW-START-PARTS REDEFINES WS-WINDOW-START.
        03 WS-WINDOW-START-YEAR            PIC 9(04).
        03 WS-WINDOW-START-MONTH           PIC 9(02).
        03 WS-WINDOW-START-DAY             PIC 9(02).
       01 WS-WINDOW-END                    PIC 9(08).
       01 WS-WINDOW-END-PARTS REDEFINES WS-WINDOW-END.
        03 WS-WINDOW-END-YEAR              PIC 9(04).
        03 WS-WINDOW-END-MONTH             PIC 9(02).
        03 WS-WINDOW-END-DAY               PIC 9(02).

      *> Tier table, best first, loaded once. A tier's rank is its
      *> place in the table; untiered ranks below every tier.
       78 TIER-TABLE-MAX                   VALUE 10.
       78 UNTIERED-RANK                    VALUE 99.
       01 TIER-TABLE.
        03 TIER-ENTRY OCCURS 10 TIMES.
         05 TT-TIER-CODE                    PIC X(01).
         05 TT-TIER-NAME                    PIC X(12).
         05 TT-MIN-SAVINGS-AVERAGE          PIC 9(09).
         05 TT-MIN-TENURE-MONTHS            PIC 9(03).
         05 TT-AUTOPAY-REQUIRED             PIC X(01).
          88 TT-TIER-NEEDS-AUTOPAY              VALUE "Y".
         05 TT-APR-DISCOUNT                 PIC 9V9(4).
         05 TT-FEE-WAIVER                   PIC X(01).
          88 TT-TIER-WAIVES-FEE                 VALUE "Y".
         05 TT-SAVINGS-BONUS                PIC 9V9(4).
       01 TIER-COUNT                       PIC 99 COMP-5 VALUE 0.
       01 TIER-INDEX                       PIC 99 COMP-5.
       01 WS-WANTED-TIER                   PIC X(01).
       01 WS-TIER-RANK                     PIC 99 COMP-5.
       01 WS-BEST-RANK                     PIC 99 COMP-5.

      *> Accounts already measured for the customer in hand - the
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

      *> The customer in hand and what was measured for them.
       01 WS-HOLDER-ID                     PIC X(4) COMP-X.
       01 WS-SAVINGS-AVERAGE               PIC S9(12)V99.
       01 WS-ACCOUNT-AVERAGE               PIC S9(12)V99.
       01 WS-SNAPSHOT-TOTAL                PIC S9(14)V99.
       01 WS-SNAPSHOT-DAYS                 PIC 9(4) COMP-5.
       01 WS-EARLIEST-CARD-DATE            PIC 9(08).
       01 WS-EARLIEST-CARD-PARTS REDEFINES WS-EARLIEST-CARD-DATE.
        03 WS-EARLIEST-CARD-YEAR           PIC 9(04).
        03 WS-EARLIEST-CARD-MONTH          PIC 9(02).
        03 WS-EARLIEST-CARD-DAY            PIC 9(02).
       01 WS-TENURE-MONTHS                 PIC S9(5) COMP-5.
       01 WS-AUTOPAY-FLAG                  PIC X.
        88 CUSTOMER-HAS-AUTOPAY                VALUE "Y".
       01 WS-NEW-TIER                      PIC X(01).

      *> The account in hand's new pricing.
       01 WS-ACCOUNT-TIER                  PIC X(01).
       01 WS-NEW-APR-DISCOUNT              PIC 9V9(4) COMP-3.
       01 WS-NEW-FEE-WAIVER                PIC X(01).
       01 WS-NEW-SAVINGS-BONUS             PIC 9V9(4) COMP-3.

       01 WS-CUSTOMERS-REVIEWED            PIC 9(6) COMP-5 VALUE 0.
       01 WS-CUSTOMERS-RETIERED            PIC 9(6) COMP-5 VALUE 0.
       01 WS-CUSTOMERS-TIERED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-ACCOUNTS-REVIEWED             PIC 9(6) COMP-5 VALUE 0.
       01 WS-ACCOUNTS-REPRICED             PIC 9(6) COMP-5 VALUE 0.
       01 WS-BENEFITS-STOPPED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-REWRITE-FAILURES              PIC 9(6) COMP-5 VALUE 0.
       01 WS-SEEN-OVERFLOWS                PIC 9(6) COMP-5 VALUE 0.
       01 DISPLAY-ACCOUNT-ID               PIC 9(10).
       01 DISPLAY-CUSTOMER-ID              PIC 9(10).
       01 DISPLAY-RATE                     PIC 9.9(4).

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform SET-SAVINGS-WINDOW
           perform LOAD-TIER-TABLE
           if TIER-COUNT = 0
               display "*** No relationship tiers on file - tiers and "
                       "benefits left as they stand"
               stop run
           end-if
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform REVIEW-ALL-CUSTOMERS
               perform PRICE-ALL-ACCOUNTS
               perform CLOSE-FILES
           end-if
           display "*** Savings average month:     " WS-WINDOW-START
                   " to " WS-WINDOW-END
           display "*** Customers reviewed:        "
                   WS-CUSTOMERS-REVIEWED
           display "*** ... in a tier:             "
                   WS-CUSTOMERS-TIERED
           display "*** ... tier changed:          "
                   WS-CUSTOMERS-RETIERED
           display "*** Accounts reviewed:         "
                   WS-ACCOUNTS-REVIEWED
           display "*** Accounts repriced:         "
                   WS-ACCOUNTS-REPRICED
           display "*** ... benefits stopped:      "
                   WS-BENEFITS-STOPPED
           if WS-REWRITE-FAILURES > 0
               display "*** Rewrites failed:           "
                       WS-REWRITE-FAILURES
           end-if
           if WS-SEEN-OVERFLOWS > 0
               display "*** Customers with too many accounts to "
                       "de-duplicate: " WS-SEEN-OVERFLOWS
           end-if
           stop run.

       SET-SAVINGS-WINDOW SECTION.
           move WS-TODAY to WS-WINDOW-END
           move 1 to WS-WINDOW-END-DAY
           move WS-WINDOW-END to WS-WINDOW-START
           if WS-WINDOW-START-MONTH = 1
               move 12 to WS-WINDOW-START-MONTH
               subtract 1 from WS-WINDOW-START-YEAR
           else
               subtract 1 from WS-WINDOW-START-MONTH
           end-if
           .

       LOAD-TIER-TABLE SECTION.
           open input Tier-File
           if WS-TIER-STATUS <> "00"
               display "*** Could not open relationship tier file, "
                       "status " WS-TIER-STATUS
               exit section
           end-if
           perform until WS-TIER-STATUS <> "00"
               read Tier-File
                   at end move "10" to WS-TIER-STATUS
               end-read
               if WS-TIER-STATUS = "00"
                   if FILE-TIER-CODE = space
                           or FILE-MIN-SAVINGS-AVERAGE is not numeric
                           or FILE-MIN-TENURE-MONTHS is not numeric
                           or FILE-APR-DISCOUNT is not numeric
                           or FILE-SAVINGS-BONUS is not numeric
                       display "*** Malformed relationship tier row "
                               "ignored: " FILE-RELATIONSHIP-TIER
                   else
                       if TIER-COUNT >= TIER-TABLE-MAX
                           display "*** Relationship tier table full"
                                   " - tier " FILE-TIER-CODE
                                   " ignored"
                       else
                           add 1 to TIER-COUNT
                           move FILE-RELATIONSHIP-TIER
                                to TIER-ENTRY(TIER-COUNT)
                       end-if
                   end-if
               end-if
           end-perform
           close Tier-File
           .

       OPEN-FILES SECTION.
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               display "*** Could not open customer file, status "
                       WS-CUSTOMER-STATUS
               move WS-CUSTOMER-STATUS to FILE-STATUS
               exit section
           end-if
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           if FILE-STATUS <> "00"
               display "*** Could not open account file, status "
                       FILE-STATUS
               exit section
           end-if
      *>   Without the cross-reference only the primaries on the
      *>   account records are known; without autopay enrollments
      *>   nobody has autopay; without snapshots every deposit
      *>   account counts at today's balance. The review still runs.
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-HOLDER-XREF-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-XREF-STATUS
           if WS-XREF-STATUS = "00"
               set XREF-FILE-IS-AVAILABLE to true
           else
               display "*** No holder cross-reference, status "
                       WS-XREF-STATUS " - joint holders not counted"
           end-if
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-AUTOPAY-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-AUTOPAY-STATUS
           if WS-AUTOPAY-STATUS = "00"
               set AUTOPAY-FILE-IS-AVAILABLE to true
           else
               display "*** No autopay file, status "
                       WS-AUTOPAY-STATUS " - nobody counts as enrolled"
           end-if
           open input Snapshot-File
           if WS-SNAPSHOT-STATUS = "00"
               set SNAPSHOT-FILE-IS-AVAILABLE to true
           else
               display "*** No balance snapshots, status "
                       WS-SNAPSHOT-STATUS
                       " - savings counted at today's balance"
           end-if
           .

      *> Pass one - each customer's own tier.
       REVIEW-ALL-CUSTOMERS SECTION.
           move 0 to WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
           move START-READ to WS-FUNCTION-CODE
           call READ-CUSTOMER-RECORD using by value WS-FUNCTION-CODE
                        by reference WS-CUST-CUSTOMER-RECORD
                                     WS-CUSTOMER-STATUS
           perform READ-NEXT-CUSTOMER
           perform until WS-CUSTOMER-STATUS <> "00"
               add 1 to WS-CUSTOMERS-REVIEWED
               perform REVIEW-ONE-CUSTOMER
               perform READ-NEXT-CUSTOMER
           end-perform
           .

       READ-NEXT-CUSTOMER SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-CUSTOMER-RECORD using by value WS-FUNCTION-CODE
                        by reference WS-CUST-CUSTOMER-RECORD
                                     WS-CUSTOMER-STATUS
           .

       REVIEW-ONE-CUSTOMER SECTION.
           move WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
                                               to WS-HOLDER-ID
           move 0 to SEEN-COUNT
           move 0 to WS-SAVINGS-AVERAGE
           move 0 to WS-EARLIEST-CARD-DATE
           move "N" to WS-AUTOPAY-FLAG
           perform MEASURE-PRIMARY-ACCOUNTS
           if XREF-FILE-IS-AVAILABLE
               perform MEASURE-HELD-ACCOUNTS
           end-if
           perform WORK-OUT-TENURE
           perform CHOOSE-CUSTOMER-TIER
           if WS-NEW-TIER <> space
               add 1 to WS-CUSTOMERS-TIERED
           end-if
           if WS-NEW-TIER = WS-CUST-REL-TIER of WS-CUST-CUSTOMER-RECORD
               exit section
           end-if
           move WS-NEW-TIER to
                        WS-CUST-REL-TIER of WS-CUST-CUSTOMER-RECORD
           move WS-TODAY to
                        WS-CUST-REL-TIER-DATE of WS-CUST-CUSTOMER-RECORD
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-CUSTOMER-RECORD using by value WS-FUNCTION-CODE
                        by reference WS-CUST-CUSTOMER-RECORD
                                     WS-HOLDER-STATUS
           if WS-HOLDER-STATUS <> "00"
               add 1 to WS-REWRITE-FAILURES
               move WS-HOLDER-ID to DISPLAY-CUSTOMER-ID
               display "*** Customer tier rewrite failed for "
                       DISPLAY-CUSTOMER-ID " status " WS-HOLDER-STATUS
               exit section
           end-if
           add 1 to WS-CUSTOMERS-RETIERED
           .

      *> The account-record primaries, down the customer alternate
      *> key - walked to the end before any keyed read, which would
      *> lose the place.
       MEASURE-PRIMARY-ACCOUNTS SECTION.
           move WS-HOLDER-ID to WS-CUSTOMER-ID of WS-ACCOUNT
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
                   or WS-CUSTOMER-ID of WS-ACCOUNT <> WS-HOLDER-ID
               perform MEASURE-ONE-ACCOUNT
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

      *> Every account the customer is a primary or joint holder on;
      *> an authorized user's card is not theirs to be priced on.
       MEASURE-HELD-ACCOUNTS SECTION.
           move WS-HOLDER-ID to WS-AH-CUSTOMER-ID
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
                   or WS-AH-CUSTOMER-ID <> WS-HOLDER-ID
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
               perform MEASURE-ONE-ACCOUNT
           end-if
           move "00" to FILE-STATUS
           .

      *> One open account, once: a deposit account adds its month's
      *> average to the savings figure; a card account may be the
      *> oldest card and may carry the autopay.
       MEASURE-ONE-ACCOUNT SECTION.
           if not WS-ACCOUNT-OPEN
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
           if WS-TYPE-DEPOSIT
               perform AVERAGE-DEPOSIT-BALANCE
               add WS-ACCOUNT-AVERAGE to WS-SAVINGS-AVERAGE
               exit section
           end-if
           if WS-EARLIEST-CARD-DATE = 0
                   or WS-DATE-OPENED of WS-ACCOUNT
                                       < WS-EARLIEST-CARD-DATE
               move WS-DATE-OPENED of WS-ACCOUNT
                                       to WS-EARLIEST-CARD-DATE
           end-if
           if AUTOPAY-FILE-IS-AVAILABLE and not CUSTOMER-HAS-AUTOPAY
               move WS-ACCOUNT-ID of WS-ACCOUNT to WS-AP-ACCOUNT-ID
               call FIND-AUTOPAY-BY-ACCOUNT using by reference
                                         WS-AP-AUTOPAY-ENROLLMENT
                                         WS-AUTOPAY-STATUS
               if WS-AUTOPAY-STATUS = "00" and WS-AP-AUTOPAY-ACTIVE
                   set CUSTOMER-HAS-AUTOPAY to true
               end-if
           end-if
           .

      *> A deposit account's balance is a credit, carried negative;
      *> the month's average is of the credit balance held each day
      *> the snapshot pass saw, nothing for an overdrawn day.
       AVERAGE-DEPOSIT-BALANCE SECTION.
           move 0 to WS-ACCOUNT-AVERAGE
           move 0 to WS-SNAPSHOT-TOTAL
           move 0 to WS-SNAPSHOT-DAYS
           if SNAPSHOT-FILE-IS-AVAILABLE
               move WS-ACCOUNT-ID of WS-ACCOUNT to
                       FILE-ACCOUNT-ID of FILE-BALANCE-SNAPSHOT
               move WS-WINDOW-START to
                       FILE-SNAPSHOT-DATE of FILE-BALANCE-SNAPSHOT
               start Snapshot-File key >= FILE-SNAPSHOT-KEY
                                       of FILE-BALANCE-SNAPSHOT
               perform until WS-SNAPSHOT-STATUS <> "00"
                   read Snapshot-File next
                       at end move "10" to WS-SNAPSHOT-STATUS
                   end-read
                   if WS-SNAPSHOT-STATUS = "00"
                       if FILE-ACCOUNT-ID of FILE-BALANCE-SNAPSHOT
                               <> WS-ACCOUNT-ID of WS-ACCOUNT
                           or FILE-SNAPSHOT-DATE
                               of FILE-BALANCE-SNAPSHOT
                                               >= WS-WINDOW-END
                           move "10" to WS-SNAPSHOT-STATUS
                       else
                           add 1 to WS-SNAPSHOT-DAYS
                           if FILE-BALANCE of FILE-BALANCE-SNAPSHOT
                                                               < 0
                               subtract FILE-BALANCE
                                       of FILE-BALANCE-SNAPSHOT
                                       from WS-SNAPSHOT-TOTAL
                           end-if
                       end-if
                   end-if
               end-perform
               move "00" to WS-SNAPSHOT-STATUS
           end-if
           if WS-SNAPSHOT-DAYS > 0
               divide WS-SNAPSHOT-TOTAL by WS-SNAPSHOT-DAYS
                                   giving WS-ACCOUNT-AVERAGE
           else
               if WS-BALANCE of WS-ACCOUNT < 0
                   compute WS-ACCOUNT-AVERAGE =
                                   0 - WS-BALANCE of WS-ACCOUNT
               end-if
           end-if
           .

      *> Whole months the oldest open card has been held - a card
      *> opened on the 20th has another month only from the 20th.
       WORK-OUT-TENURE SECTION.
           move 0 to WS-TENURE-MONTHS
           if WS-EARLIEST-CARD-DATE = 0
               exit section
           end-if
           compute WS-TENURE-MONTHS =
                   (WS-TODAY-YEAR - WS-EARLIEST-CARD-YEAR) * 12
                   + WS-TODAY-MONTH - WS-EARLIEST-CARD-MONTH
           if WS-TODAY-DAY < WS-EARLIEST-CARD-DAY
               subtract 1 from WS-TENURE-MONTHS
           end-if
           if WS-TENURE-MONTHS < 0
               move 0 to WS-TENURE-MONTHS
           end-if
           .

      *> The best tier every one of whose tests the customer meets;
      *> a tier that asks for no card tenure is open to a customer
      *> with no card.
       CHOOSE-CUSTOMER-TIER SECTION.
           move space to WS-NEW-TIER
           perform varying TIER-INDEX from 1 by 1
                   until TIER-INDEX > TIER-COUNT
               if WS-SAVINGS-AVERAGE >=
                               TT-MIN-SAVINGS-AVERAGE(TIER-INDEX)
                   and WS-TENURE-MONTHS >=
                               TT-MIN-TENURE-MONTHS(TIER-INDEX)
                   and (CUSTOMER-HAS-AUTOPAY
                        or not TT-TIER-NEEDS-AUTOPAY(TIER-INDEX))
                   move TT-TIER-CODE(TIER-INDEX) to WS-NEW-TIER
                   exit perform
               end-if
           end-perform
           .

      *> Pass two - each account priced at its household's tier.
       PRICE-ALL-ACCOUNTS SECTION.
           move 0 to WS-ACCOUNT-ID of WS-ACCOUNT
           move START-READ to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           perform READ-NEXT-ACCOUNT
           perform until FILE-STATUS <> "00"
               if WS-ACCOUNT-OPEN
                   add 1 to WS-ACCOUNTS-REVIEWED
                   perform PRICE-ONE-ACCOUNT
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

       PRICE-ONE-ACCOUNT SECTION.
           move UNTIERED-RANK to WS-BEST-RANK
           move space to WS-ACCOUNT-TIER
           move WS-CUSTOMER-ID of WS-ACCOUNT to WS-HOLDER-ID
           perform RANK-HOLDER
           if XREF-FILE-IS-AVAILABLE
               perform RANK-JOINT-HOLDERS
           end-if
           perform SET-ACCOUNT-BENEFITS
           if WS-ACCOUNT-TIER = WS-REL-TIER of WS-ACCOUNT
                   and WS-NEW-APR-DISCOUNT =
                               WS-REL-APR-DISCOUNT of WS-ACCOUNT
                   and WS-NEW-FEE-WAIVER =
                               WS-REL-FEE-WAIVER of WS-ACCOUNT
                   and WS-NEW-SAVINGS-BONUS =
                               WS-REL-SAVINGS-BONUS of WS-ACCOUNT
               exit section
           end-if
           move WS-ACCOUNT-ID of WS-ACCOUNT to DISPLAY-ACCOUNT-ID
           if WS-NEW-APR-DISCOUNT = 0 and WS-NEW-FEE-WAIVER = space
                   and WS-NEW-SAVINGS-BONUS = 0
               add 1 to WS-BENEFITS-STOPPED
           end-if
           display "TIER " DISPLAY-ACCOUNT-ID " from "
                   WS-REL-TIER of WS-ACCOUNT " to " WS-ACCOUNT-TIER
           move WS-REL-TIER of WS-ACCOUNT
                               to WS-REL-PRIOR-TIER of WS-ACCOUNT
           move WS-ACCOUNT-TIER to WS-REL-TIER of WS-ACCOUNT
           move WS-TODAY to WS-REL-CHANGE-DATE of WS-ACCOUNT
           move WS-NEW-APR-DISCOUNT
                               to WS-REL-APR-DISCOUNT of WS-ACCOUNT
           move WS-NEW-FEE-WAIVER to WS-REL-FEE-WAIVER of WS-ACCOUNT
           move WS-NEW-SAVINGS-BONUS
                               to WS-REL-SAVINGS-BONUS of WS-ACCOUNT
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                        by reference WS-ACCOUNT
                                                     FILE-STATUS
           if FILE-STATUS <> "00"
               add 1 to WS-REWRITE-FAILURES
               display "*** Account tier rewrite failed for "
                       DISPLAY-ACCOUNT-ID " status " FILE-STATUS
               move "00" to FILE-STATUS
               exit section
           end-if
           add 1 to WS-ACCOUNTS-REPRICED
           .

      *> Every active primary or joint holder on the cross-reference;
      *> the walk is on its own file and does not disturb the
      *> account pass.
       RANK-JOINT-HOLDERS SECTION.
           move WS-ACCOUNT-ID of WS-ACCOUNT to WS-AH-ACCOUNT-ID
           move 0 to WS-AH-CUSTOMER-ID
           move START-READ to WS-FUNCTION-CODE
           call READ-HOLDER-XREF using by value WS-FUNCTION-CODE
                                by reference WS-AH-ACCOUNT-HOLDER-XREF
                                             WS-XREF-STATUS
           if WS-XREF-STATUS <> "00"
               move "00" to WS-XREF-STATUS
               exit section
           end-if
           perform READ-NEXT-HOLDER
           perform until WS-XREF-STATUS <> "00"
                   or WS-AH-ACCOUNT-ID <> WS-ACCOUNT-ID of WS-ACCOUNT
               if WS-AH-HOLDER-ACTIVE
                       and (WS-AH-ROLE-PRIMARY or WS-AH-ROLE-JOINT)
                   move WS-AH-CUSTOMER-ID to WS-HOLDER-ID
                   perform RANK-HOLDER
               end-if
               perform READ-NEXT-HOLDER
           end-perform
           move "00" to WS-XREF-STATUS
           .

       READ-NEXT-HOLDER SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-HOLDER-XREF using by value WS-FUNCTION-CODE
                                by reference WS-AH-ACCOUNT-HOLDER-XREF
                                             WS-XREF-STATUS
           .

      *> The holder's tier as pass one left it on their customer
      *> record, kept when it outranks the best so far. A tier code
      *> no longer in the table counts as untiered.
       RANK-HOLDER SECTION.
           move WS-HOLDER-ID to
                        WS-HLDR-CUSTOMER-ID of WS-HLDR-CUSTOMER-RECORD
           call FIND-CUSTOMER-ID using by value START-READ
                        by reference WS-HLDR-CUSTOMER-RECORD
                                     WS-HOLDER-STATUS
           if WS-HOLDER-STATUS <> "00"
               exit section
           end-if
           move WS-HLDR-REL-TIER of WS-HLDR-CUSTOMER-RECORD
                                               to WS-WANTED-TIER
           perform FIND-TIER-RANK
           if WS-TIER-RANK < WS-BEST-RANK
               move WS-TIER-RANK to WS-BEST-RANK
               move WS-WANTED-TIER to WS-ACCOUNT-TIER
           end-if
           .

       FIND-TIER-RANK SECTION.
           move UNTIERED-RANK to WS-TIER-RANK
           if WS-WANTED-TIER = space
               exit section
           end-if
           perform varying TIER-INDEX from 1 by 1
                   until TIER-INDEX > TIER-COUNT
               if TT-TIER-CODE(TIER-INDEX) = WS-WANTED-TIER
                   move TIER-INDEX to WS-TIER-RANK
                   exit perform
               end-if
           end-perform
           .

      *> What the account's tier earns on this product - nothing at
      *> all when untiered.
       SET-ACCOUNT-BENEFITS SECTION.
           move 0 to WS-NEW-APR-DISCOUNT
           move space to WS-NEW-FEE-WAIVER
           move 0 to WS-NEW-SAVINGS-BONUS
           if WS-BEST-RANK = UNTIERED-RANK
               move space to WS-ACCOUNT-TIER
               exit section
           end-if
           move WS-BEST-RANK to TIER-INDEX
           if WS-TYPE-CREDIT-CARD
               move TT-APR-DISCOUNT(TIER-INDEX) to WS-NEW-APR-DISCOUNT
           end-if
           if (WS-TYPE-CREDIT-CARD or WS-TYPE-CHARGE-CARD)
                   and TT-TIER-WAIVES-FEE(TIER-INDEX)
               move "Y" to WS-NEW-FEE-WAIVER
           end-if
           if WS-TYPE-SAVINGS
               move TT-SAVINGS-BONUS(TIER-INDEX)
                                           to WS-NEW-SAVINGS-BONUS
           end-if
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           if XREF-FILE-IS-AVAILABLE
               call OPEN-HOLDER-XREF-FILE using by value
                                         WS-FUNCTION-CODE
                                    by reference WS-XREF-STATUS
           end-if
           if AUTOPAY-FILE-IS-AVAILABLE
               call OPEN-AUTOPAY-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-AUTOPAY-STATUS
           end-if
           if SNAPSHOT-FILE-IS-AVAILABLE
               close Snapshot-File
           end-if
           .
