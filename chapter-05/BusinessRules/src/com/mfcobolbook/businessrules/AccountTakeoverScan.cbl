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

      *> Nightly account takeover scan. FraudVelocityScan watches
      *> spending; this watches the maintenance that comes before
      *> it - a fraudster who has the phone or email changed and then
      *> orders a replacement card never has to spend a cent to show
      *> up here. One pass of the audit trail notes every customer
      *> whose phone, email or address changed recently (the postal
      *> change-of-address load excepted - the post office is not a
      *> fraudster) and, as the later rows stream by, every risky
      *> event on that customer's accounts inside the window that
      *> follows the change:
      *>   C  a card written - a replacement or reissue  (50 points)
      *>   A  an authorized user added                  (30 points)
      *>   L  the credit line raised, or a raise asked
      *>      for on the approval queue                  (30 points)
      *>   W  a wallet token asked for on the account    (40 points)
      *> Each kind scores once. An account whose score reaches the
      *> threshold gets a takeover (T) fraud case for the desk, its
      *> cards cut since the change are held, every wallet token on
      *> its live cards is suspended, and a notice goes to the
      *> contact details the customer had BEFORE the change. The
      *> one-line takeover control file carries the window in days
      *> (columns 1-2, at most MAX-WINDOW-DAYS) and the score
      *> threshold (columns 4-6); either absent takes the default.
      *> A case already on file swallows the alert, ticking its
      *> repeat counter only when something new happened today.
      *> FraudCaseDisposition releases or retires the held cards.
       program-id. AccountTakeoverScan.

       environment division.
       input-output section.
       file-control.
           select Audit-File assign to external auditFile
               organization is line sequential
               file status is WS-AUDIT-STATUS
               .
           select Device-Token-File assign to external deviceTokenFile
               file status is WS-DEVICE-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-DEVICE-TOKEN-REF
                                             of FILE-DEVICE-TOKEN
               alternate record key is FILE-DEVICE-CARD-NUMBER
                                             of FILE-DEVICE-TOKEN
                   with duplicates
               .
           select Pending-File assign to external
                                           pendingApprovalFile
               file status is WS-PENDING-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-APPROVAL-KEY
                          of FILE-PENDING-APPROVAL
               .
           select Control-File assign to external takeoverControlFile
               organization is line sequential
               file status is WS-CONTROL-STATUS
               .
           select Notice-File assign to external takeoverNoticeFile
               organization is line sequential
               file status is WS-NOTICE-STATUS
               .

       data division.
       file section.
       fd Audit-File.
       copy "AUDIT-RECORD.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Device-Token-File.
       copy "DEVICE-TOKEN.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Pending-File.
       copy "PENDING-APPROVAL.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Control-File.
       01 CONTROL-LINE                     PIC X(10).
       fd Notice-File.
       copy "TAKEOVER-NOTICE.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "CARD-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CARD==.
       copy "FRAUD-CASE.cpy" replacing ==(PREFIX)== by ==WS-FC==.
      *> The before/after images, decoded through the live layouts.
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==OLDA==.
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==NEWA==.
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==OLDC==.
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==NEWC==.
       copy "CARD-RECORD.cpy" replacing ==(PREFIX)== by ==NEWK==.
       copy "ACCOUNT-HOLDER-XREF.cpy"
                                   replacing ==(PREFIX)== by ==NEWH==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-AUDIT-STATUS                  PIC XX.
       01 WS-DEVICE-STATUS                 PIC XX.
       01 WS-PENDING-STATUS                PIC XX.
       01 WS-CONTROL-STATUS                PIC XX.
       01 WS-NOTICE-STATUS                 PIC XX.
       01 WS-CASE-FILE-STATUS              PIC XX.
       01 WS-CARD-FILE-STATUS              PIC XX.

       78 TAKEOVER-CALLER-ID               VALUE "TAKEOVER-SCAN".
       78 POSTAL-CALLER-ID                 VALUE "NCOA-LOAD".
       01 WS-CALLER-ID                     PIC X(20).

       78 DEFAULT-WINDOW-DAYS              VALUE 7.
       78 MAX-WINDOW-DAYS                  VALUE 28.
       78 DEFAULT-SCORE-THRESHOLD          VALUE 50.
       78 CARD-REISSUE-POINTS              VALUE 50.
       78 AUTHORIZED-USER-POINTS           VALUE 30.
       78 LIMIT-INCREASE-POINTS            VALUE 30.
       78 WALLET-REQUEST-POINTS            VALUE 40.
       01 WS-WINDOW-DAYS                   PIC 9(02).
       01 WS-SCORE-THRESHOLD               PIC 9(03).
       01 WS-DAY-COUNT                     PIC 9(03) COMP-5.

       01 WS-TODAY                         PIC 9(08).
      *> A month back, never past the 28th - at least MAX-WINDOW-DAYS
      *> before today, so no change whose window is still open can
      *> be older; rows before it are not looked at.
       01 WS-EARLIEST-DATE                 PIC 9(08).
       01 WS-EARLIEST-PARTS REDEFINES WS-EARLIEST-DATE.
        03 WS-EARLIEST-YEAR                PIC 9(04).
        03 WS-EARLIEST-MONTH               PIC 9(02).
        03 WS-EARLIEST-DAY                 PIC 9(02).
       01 WS-DEADLINE                      PIC 9(08).

      *> One slot per customer whose contact details changed inside
      *> a window still open - the FIRST change's before-image is
      *> kept, since a second change is as likely the fraudster's as
      *> the first; a later change only stretches the window.
       78 CHANGE-TABLE-MAX                 VALUE 500.
       01 CHANGE-TABLE.
        03 CHANGE-ENTRY OCCURS 500 TIMES.
         05 CHG-CUSTOMER-ID                 PIC X(4) COMP-X.
         05 CHG-DATE                        PIC 9(08).
         05 CHG-DEADLINE                    PIC 9(08).
         05 CHG-FIRST-NAME                  PIC X(30).
         05 CHG-LAST-NAME                   PIC X(30).
         05 CHG-ADDRESS-LINE-1              PIC X(30).
         05 CHG-ADDRESS-LINE-2              PIC X(30).
         05 CHG-CITY                        PIC X(20).
         05 CHG-STATE                       PIC X(02).
         05 CHG-ZIP-CODE                    PIC X(10).
         05 CHG-PHONE                       PIC X(15).
         05 CHG-EMAIL                       PIC X(60).
       01 CHANGE-COUNT                     PIC 9(4) COMP-5 VALUE 0.
       01 CHANGE-INDEX                     PIC 9(4) COMP-5.
       01 CHANGE-SLOT                      PIC 9(4) COMP-5.
       01 WS-CHANGE-OVERFLOW-FLAG          PIC X VALUE "N".
        88 CHANGE-OVERFLOW-REPORTED            VALUE "Y".

      *> One slot per account with a risky event after a change.
       78 SCORE-TABLE-MAX                  VALUE 500.
       01 SCORE-TABLE.
        03 SCORE-ENTRY OCCURS 500 TIMES.
         05 SCR-ACCOUNT-ID                  PIC X(4) COMP-X.
         05 SCR-CHANGE-SLOT                 PIC 9(4) COMP-5.
         05 SCR-EVENTS                      PIC X(04).
         05 SCR-SCORE                       PIC 9(03).
         05 SCR-LATEST-DATE                 PIC 9(08).
         05 SCR-LIMIT-INCREASE              PIC S9(9)V99.
       01 SCORE-COUNT                      PIC 9(4) COMP-5 VALUE 0.
       01 SCORE-INDEX                      PIC 9(4) COMP-5.
       01 SCORE-SLOT                       PIC 9(4) COMP-5.
       01 WS-SCORE-OVERFLOW-FLAG           PIC X VALUE "N".
        88 SCORE-OVERFLOW-REPORTED             VALUE "Y".

      *> The event being matched against the change table.
       01 WS-EVENT-ACCOUNT-ID              PIC X(4) COMP-X.
       01 WS-EVENT-CUSTOMER-ID             PIC X(4) COMP-X.
       01 WS-EVENT-DATE                    PIC 9(08).
       01 WS-EVENT-CODE                    PIC X(01).
       01 WS-EVENT-POSITION                PIC 9(01).
       01 WS-EVENT-POINTS                  PIC 9(03).
       01 WS-EVENT-INCREASE                PIC S9(9)V99.

      *> Cards to hold on a flagged account - gathered on the walk
      *> and rewritten after it, since the rewrite's own read would
      *> lose the walk's place.
       78 HOLD-TABLE-MAX                   VALUE 20.
       01 HOLD-TABLE.
        03 HOLD-CARD-NUMBER OCCURS 20 TIMES PIC 9(16).
       01 HOLD-COUNT                       PIC 99 COMP-5.
       01 HOLD-INDEX                       PIC 99 COMP-5.
       01 WS-TOKEN-EVENT                   PIC X(01) VALUE "S".
       01 WS-TOKENS-CHANGED                PIC 9(6) COMP-5.
       01 WS-TOKEN-STATUS                  PIC XX.

       01 WS-AUDIT-ROWS-READ               PIC 9(6) COMP-5 VALUE 0.
       01 WS-CONTACT-CHANGES               PIC 9(6) COMP-5 VALUE 0.
       01 WS-EVENTS-MATCHED                PIC 9(6) COMP-5 VALUE 0.
       01 WS-CASES-OPENED                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-ALERTS-SUPPRESSED             PIC 9(6) COMP-5 VALUE 0.
       01 WS-CARDS-HELD                    PIC 9(6) COMP-5 VALUE 0.
       01 WS-TOKENS-SUSPENDED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-NOTICES-WRITTEN               PIC 9(6) COMP-5 VALUE 0.
       01 DISPLAY-ACCOUNT                  PIC 9(10).
       01 DISPLAY-CUSTOMER                 PIC 9(10).

       procedure division.
           move TAKEOVER-CALLER-ID to WS-CALLER-ID
           call SET-AUDIT-CALLER-ID using by reference WS-CALLER-ID
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform READ-TAKEOVER-CONTROL
           perform DETERMINE-EARLIEST-DATE
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform SCAN-AUDIT-TRAIL
               perform SCAN-LIMIT-REQUESTS
               perform SCAN-WALLET-REQUESTS
               perform RAISE-TAKEOVER-CASES
               perform CLOSE-FILES
           else
               move 8 to return-code
           end-if
           display "*** Audit rows read:          " WS-AUDIT-ROWS-READ
           display "*** Contact changes in window:" WS-CONTACT-CHANGES
           display "*** Risky events matched:     " WS-EVENTS-MATCHED
           display "*** Takeover cases opened:    " WS-CASES-OPENED
           display "*** Repeat alerts suppressed: " WS-ALERTS-SUPPRESSED
           display "*** Cards held:               " WS-CARDS-HELD
           display "*** Wallet tokens suspended:  " WS-TOKENS-SUSPENDED
           display "*** Old-contact notices:      " WS-NOTICES-WRITTEN
           stop run.

       READ-TAKEOVER-CONTROL SECTION.
           move DEFAULT-WINDOW-DAYS to WS-WINDOW-DAYS
           move DEFAULT-SCORE-THRESHOLD to WS-SCORE-THRESHOLD
           open input Control-File
           if WS-CONTROL-STATUS = "00"
               read Control-File
                   at end move "10" to WS-CONTROL-STATUS
               end-read
               if WS-CONTROL-STATUS = "00"
                   if CONTROL-LINE(1:2) is numeric
                           and CONTROL-LINE(1:2) > "00"
                       move CONTROL-LINE(1:2) to WS-WINDOW-DAYS
                   end-if
                   if CONTROL-LINE(4:3) is numeric
                           and CONTROL-LINE(4:3) > "000"
                       move CONTROL-LINE(4:3) to WS-SCORE-THRESHOLD
                   end-if
               end-if
               close Control-File
           end-if
           if WS-WINDOW-DAYS > MAX-WINDOW-DAYS
               move MAX-WINDOW-DAYS to WS-WINDOW-DAYS
           end-if
           display "*** Takeover window " WS-WINDOW-DAYS
                   " days, score threshold " WS-SCORE-THRESHOLD
           .

       DETERMINE-EARLIEST-DATE SECTION.
           move WS-TODAY to WS-EARLIEST-DATE
           if WS-EARLIEST-MONTH = 1
               move 12 to WS-EARLIEST-MONTH
               subtract 1 from WS-EARLIEST-YEAR
           else
               subtract 1 from WS-EARLIEST-MONTH
           end-if
           if WS-EARLIEST-DAY > 28
               move 28 to WS-EARLIEST-DAY
           end-if
           .

      *> Audit trail, account and card files are required - without
      *> the cards there is nothing to hold, and a takeover flagged
      *> with its replacement card still live is worse than none.
      *> The fraud case file too: holds nobody can release are not
      *> to be placed.
       OPEN-FILES SECTION.
           open input Audit-File
           if WS-AUDIT-STATUS <> "00"
               display "*** Could not open audit file, status "
                       WS-AUDIT-STATUS
               move WS-AUDIT-STATUS to FILE-STATUS
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
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-CARD-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CARD-FILE-STATUS
           if WS-CARD-FILE-STATUS <> "00"
               display "*** Could not open card file, status "
                       WS-CARD-FILE-STATUS
               move WS-CARD-FILE-STATUS to FILE-STATUS
               exit section
           end-if
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-FRAUD-CASE-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CASE-FILE-STATUS
           if WS-CASE-FILE-STATUS <> "00"
               display "*** Could not open fraud case file, status "
                       WS-CASE-FILE-STATUS
               move WS-CASE-FILE-STATUS to FILE-STATUS
               exit section
           end-if
           open extend Notice-File
           if WS-NOTICE-STATUS = "35" or WS-NOTICE-STATUS = "05"
               open output Notice-File
           end-if
           if WS-NOTICE-STATUS <> "00"
               display "*** Could not open takeover notice file, "
                       "status " WS-NOTICE-STATUS
               move WS-NOTICE-STATUS to FILE-STATUS
           end-if
           .

      *> The audit trail is in time order, so a change is always
      *> noted before the events that follow it stream by.
       SCAN-AUDIT-TRAIL SECTION.
           read Audit-File
               at end move "10" to WS-AUDIT-STATUS
           end-read
           perform until WS-AUDIT-STATUS <> "00"
               add 1 to WS-AUDIT-ROWS-READ
               if FILE-AUDIT-DATE >= WS-EARLIEST-DATE
                   evaluate true
                       when FILE-AUDIT-CUSTOMER and FILE-AUDIT-UPDATE
                           perform NOTE-CONTACT-CHANGE
                       when FILE-AUDIT-CARD and FILE-AUDIT-WRITE
                           perform NOTE-CARD-ISSUED
                       when FILE-AUDIT-HOLDERXREF
                                            and FILE-AUDIT-WRITE
                           perform NOTE-HOLDER-ADDED
                       when FILE-AUDIT-ACCOUNT and FILE-AUDIT-UPDATE
                           perform NOTE-LIMIT-RAISED
                   end-evaluate
               end-if
               read Audit-File
                   at end move "10" to WS-AUDIT-STATUS
               end-read
           end-perform
           .

       NOTE-CONTACT-CHANGE SECTION.
           if FILE-AUDIT-CALLER-ID = POSTAL-CALLER-ID
               exit section
           end-if
           move FILE-AUDIT-OLD-VALUES to OLDC-CUSTOMER-RECORD
           move FILE-AUDIT-NEW-VALUES to NEWC-CUSTOMER-RECORD
           if OLDC-PHONE = NEWC-PHONE
                   and OLDC-EMAIL = NEWC-EMAIL
                   and OLDC-ADDRESS-LINE-1 = NEWC-ADDRESS-LINE-1
                   and OLDC-ADDRESS-LINE-2 = NEWC-ADDRESS-LINE-2
                   and OLDC-CITY = NEWC-CITY
                   and OLDC-STATE = NEWC-STATE
                   and OLDC-ZIP-CODE = NEWC-ZIP-CODE
               exit section
           end-if
           move FILE-AUDIT-DATE to WS-DEADLINE
           perform varying WS-DAY-COUNT from 1 by 1
                       until WS-DAY-COUNT > WS-WINDOW-DAYS
               call ADVANCE-ONE-DAY-ENTRY using by reference
                                                     WS-DEADLINE
           end-perform
           if WS-DEADLINE < WS-TODAY
               exit section
           end-if
           move OLDC-CUSTOMER-ID to WS-EVENT-CUSTOMER-ID
           perform FIND-CHANGE-FOR-CUSTOMER
           if CHANGE-SLOT > 0
               move WS-DEADLINE to CHG-DEADLINE(CHANGE-SLOT)
               exit section
           end-if
           if CHANGE-COUNT >= CHANGE-TABLE-MAX
               if not CHANGE-OVERFLOW-REPORTED
                   display "*** Contact change table full - changes "
                           "beyond " CHANGE-TABLE-MAX
                           " are NOT watched this run"
                   set CHANGE-OVERFLOW-REPORTED to true
               end-if
               exit section
           end-if
           add 1 to CHANGE-COUNT
           add 1 to WS-CONTACT-CHANGES
           move OLDC-CUSTOMER-ID to CHG-CUSTOMER-ID(CHANGE-COUNT)
           move FILE-AUDIT-DATE to CHG-DATE(CHANGE-COUNT)
           move WS-DEADLINE to CHG-DEADLINE(CHANGE-COUNT)
           move OLDC-FIRST-NAME to CHG-FIRST-NAME(CHANGE-COUNT)
           move OLDC-LAST-NAME to CHG-LAST-NAME(CHANGE-COUNT)
           move OLDC-ADDRESS-LINE-1 to
                        CHG-ADDRESS-LINE-1(CHANGE-COUNT)
           move OLDC-ADDRESS-LINE-2 to
                        CHG-ADDRESS-LINE-2(CHANGE-COUNT)
           move OLDC-CITY to CHG-CITY(CHANGE-COUNT)
           move OLDC-STATE to CHG-STATE(CHANGE-COUNT)
           move OLDC-ZIP-CODE to CHG-ZIP-CODE(CHANGE-COUNT)
           move OLDC-PHONE to CHG-PHONE(CHANGE-COUNT)
           move OLDC-EMAIL to CHG-EMAIL(CHANGE-COUNT)
           .

       FIND-CHANGE-FOR-CUSTOMER SECTION.
           move 0 to CHANGE-SLOT
           perform varying CHANGE-INDEX from 1 by 1
                       until CHANGE-INDEX > CHANGE-COUNT
               if CHG-CUSTOMER-ID(CHANGE-INDEX) = WS-EVENT-CUSTOMER-ID
                   move CHANGE-INDEX to CHANGE-SLOT
                   exit perform
               end-if
           end-perform
           .

       NOTE-CARD-ISSUED SECTION.
           move FILE-AUDIT-NEW-VALUES to NEWK-CARD-RECORD
           move NEWK-ACCOUNT-ID to WS-EVENT-ACCOUNT-ID
           move 0 to WS-EVENT-CUSTOMER-ID
           move FILE-AUDIT-DATE to WS-EVENT-DATE
           move "C" to WS-EVENT-CODE
           move 1 to WS-EVENT-POSITION
           move CARD-REISSUE-POINTS to WS-EVENT-POINTS
           move 0 to WS-EVENT-INCREASE
           perform MATCH-EVENT-TO-CHANGE
           .

       NOTE-HOLDER-ADDED SECTION.
           move FILE-AUDIT-NEW-VALUES to NEWH-ACCOUNT-HOLDER-XREF
           if not NEWH-ROLE-AUTHORIZED
               exit section
           end-if
           move NEWH-ACCOUNT-ID to WS-EVENT-ACCOUNT-ID
           move 0 to WS-EVENT-CUSTOMER-ID
           move FILE-AUDIT-DATE to WS-EVENT-DATE
           move "A" to WS-EVENT-CODE
           move 2 to WS-EVENT-POSITION
           move AUTHORIZED-USER-POINTS to WS-EVENT-POINTS
           move 0 to WS-EVENT-INCREASE
           perform MATCH-EVENT-TO-CHANGE
           .

       NOTE-LIMIT-RAISED SECTION.
           move FILE-AUDIT-OLD-VALUES to OLDA-ACCOUNT
           move FILE-AUDIT-NEW-VALUES to NEWA-ACCOUNT
           if NEWA-CREDIT-LIMIT <= OLDA-CREDIT-LIMIT
               exit section
           end-if
           move NEWA-ACCOUNT-ID to WS-EVENT-ACCOUNT-ID
           move NEWA-CUSTOMER-ID to WS-EVENT-CUSTOMER-ID
           move FILE-AUDIT-DATE to WS-EVENT-DATE
           perform SET-LIMIT-EVENT
           compute WS-EVENT-INCREASE =
                               NEWA-CREDIT-LIMIT - OLDA-CREDIT-LIMIT
           perform MATCH-EVENT-TO-CHANGE
           .

       SET-LIMIT-EVENT SECTION.
           move "L" to WS-EVENT-CODE
           move 3 to WS-EVENT-POSITION
           move LIMIT-INCREASE-POINTS to WS-EVENT-POINTS
           move 0 to WS-EVENT-INCREASE
           .

      *> A raise only asked for counts as much as one granted - the
      *> queue is keyed by entry date, so the read starts at the
      *> earliest day any open window can reach back to.
       SCAN-LIMIT-REQUESTS SECTION.
           if CHANGE-COUNT = 0
               exit section
           end-if
           open input Pending-File
           if WS-PENDING-STATUS <> "00"
               display "*** No approval queue - limit requests not "
                       "checked, status " WS-PENDING-STATUS
               exit section
           end-if
           move WS-EARLIEST-DATE to FILE-ENTERED-DATE
           move 0 to FILE-ENTERED-TIME
           move 0 to FILE-ENTRY-SEQ
           start Pending-File key >= FILE-APPROVAL-KEY
               invalid key move "23" to WS-PENDING-STATUS
           end-start
           if WS-PENDING-STATUS = "00"
               read Pending-File next
                   at end move "10" to WS-PENDING-STATUS
               end-read
           end-if
           perform until WS-PENDING-STATUS <> "00"
               if FILE-REQUEST-LIMIT
                   move FILE-ACCOUNT-ID of FILE-PENDING-APPROVAL
                                   to WS-EVENT-ACCOUNT-ID
                   move 0 to WS-EVENT-CUSTOMER-ID
                   move FILE-ENTERED-DATE to WS-EVENT-DATE
                   perform SET-LIMIT-EVENT
                   perform MATCH-EVENT-TO-CHANGE
               end-if
               read Pending-File next
                   at end move "10" to WS-PENDING-STATUS
               end-read
           end-perform
           close Pending-File
           .

      *> Every wallet request counts, whatever became of it - a
      *> token declined at verification was still asked for.
       SCAN-WALLET-REQUESTS SECTION.
           if CHANGE-COUNT = 0
               exit section
           end-if
           open input Device-Token-File
           if WS-DEVICE-STATUS <> "00"
               display "*** No device token file - wallet requests "
                       "not checked, status " WS-DEVICE-STATUS
               exit section
           end-if
           read Device-Token-File next
               at end move "10" to WS-DEVICE-STATUS
           end-read
           perform until WS-DEVICE-STATUS <> "00"
               if FILE-DEVICE-REQUEST-DATE >= WS-EARLIEST-DATE
                   move FILE-DEVICE-ACCOUNT-ID to WS-EVENT-ACCOUNT-ID
                   move 0 to WS-EVENT-CUSTOMER-ID
                   move FILE-DEVICE-REQUEST-DATE to WS-EVENT-DATE
                   move "W" to WS-EVENT-CODE
                   move 4 to WS-EVENT-POSITION
                   move WALLET-REQUEST-POINTS to WS-EVENT-POINTS
                   move 0 to WS-EVENT-INCREASE
                   perform MATCH-EVENT-TO-CHANGE
               end-if
               read Device-Token-File next
                   at end move "10" to WS-DEVICE-STATUS
               end-read
           end-perform
           close Device-Token-File
           .

      *> The account's own customer is the one whose change counts;
      *> the event must fall on or after the change and inside its
      *> window. Each kind of event scores once per account.
       MATCH-EVENT-TO-CHANGE SECTION.
           if CHANGE-COUNT = 0
               exit section
           end-if
           if WS-EVENT-CUSTOMER-ID = 0
               perform READ-EVENT-ACCOUNT
               if FILE-STATUS <> "00"
                   move "00" to FILE-STATUS
                   exit section
               end-if
               move WS-CUSTOMER-ID of WS-ACCOUNT to
                        WS-EVENT-CUSTOMER-ID
           end-if
           perform FIND-CHANGE-FOR-CUSTOMER
           if CHANGE-SLOT = 0
               exit section
           end-if
           if WS-EVENT-DATE < CHG-DATE(CHANGE-SLOT)
                   or WS-EVENT-DATE > CHG-DEADLINE(CHANGE-SLOT)
               exit section
           end-if
           perform FIND-SCORE-SLOT
           if SCORE-SLOT = 0
               exit section
           end-if
           add 1 to WS-EVENTS-MATCHED
           add WS-EVENT-INCREASE to SCR-LIMIT-INCREASE(SCORE-SLOT)
           if WS-EVENT-DATE > SCR-LATEST-DATE(SCORE-SLOT)
               move WS-EVENT-DATE to SCR-LATEST-DATE(SCORE-SLOT)
           end-if
           if SCR-EVENTS(SCORE-SLOT)(WS-EVENT-POSITION:1) = space
               move WS-EVENT-CODE to
                   SCR-EVENTS(SCORE-SLOT)(WS-EVENT-POSITION:1)
               add WS-EVENT-POINTS to SCR-SCORE(SCORE-SLOT)
           end-if
           .

       READ-EVENT-ACCOUNT SECTION.
           move WS-EVENT-ACCOUNT-ID to WS-ACCOUNT-ID of WS-ACCOUNT
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
                                           WS-EVENT-ACCOUNT-ID
               move "23" to FILE-STATUS
           end-if
           .

       FIND-SCORE-SLOT SECTION.
           move 0 to SCORE-SLOT
           perform varying SCORE-INDEX from 1 by 1
                       until SCORE-INDEX > SCORE-COUNT
               if SCR-ACCOUNT-ID(SCORE-INDEX) = WS-EVENT-ACCOUNT-ID
                   move SCORE-INDEX to SCORE-SLOT
                   exit perform
               end-if
           end-perform
           if SCORE-SLOT > 0
               exit section
           end-if
           if SCORE-COUNT >= SCORE-TABLE-MAX
               if not SCORE-OVERFLOW-REPORTED
                   display "*** Score table full - accounts beyond "
                           SCORE-TABLE-MAX " are NOT scored this run"
                   set SCORE-OVERFLOW-REPORTED to true
               end-if
               exit section
           end-if
           add 1 to SCORE-COUNT
           move SCORE-COUNT to SCORE-SLOT
           move WS-EVENT-ACCOUNT-ID to SCR-ACCOUNT-ID(SCORE-SLOT)
           move CHANGE-SLOT to SCR-CHANGE-SLOT(SCORE-SLOT)
           move spaces to SCR-EVENTS(SCORE-SLOT)
           move 0 to SCR-SCORE(SCORE-SLOT)
           move 0 to SCR-LATEST-DATE(SCORE-SLOT)
           move 0 to SCR-LIMIT-INCREASE(SCORE-SLOT)
           .

       RAISE-TAKEOVER-CASES SECTION.
           perform varying SCORE-INDEX from 1 by 1
                       until SCORE-INDEX > SCORE-COUNT
               if SCR-SCORE(SCORE-INDEX) >= WS-SCORE-THRESHOLD
                   perform RAISE-TAKEOVER-CASE
               end-if
           end-perform
           .

      *> Same rule as the velocity scan: a case already on file, in
      *> any status, is not raised again. The repeat counter ticks
      *> only for something new today - the window stays open for
      *> days and the same sequence is seen every night of it.
       RAISE-TAKEOVER-CASE SECTION.
           move SCR-CHANGE-SLOT(SCORE-INDEX) to CHANGE-SLOT
           move SCR-ACCOUNT-ID(SCORE-INDEX) to WS-FC-ACCOUNT-ID
           move SCR-ACCOUNT-ID(SCORE-INDEX) to DISPLAY-ACCOUNT
           move CHG-CUSTOMER-ID(CHANGE-SLOT) to DISPLAY-CUSTOMER
           set WS-FC-PATTERN-TAKEOVER to true
           call FIND-FRAUD-CASE-BY-KEY using
                                   by reference WS-FC-FRAUD-CASE
                                                WS-CASE-FILE-STATUS
           if WS-CASE-FILE-STATUS = "00"
               if SCR-LATEST-DATE(SCORE-INDEX) = WS-TODAY
                   add 1 to WS-FC-REPEAT-COUNT
                   add 1 to WS-ALERTS-SUPPRESSED
                   move UPDATE-RECORD to WS-FUNCTION-CODE
                   call WRITE-FRAUD-CASE using by value
                                            WS-FUNCTION-CODE
                                   by reference WS-FC-FRAUD-CASE
                                                WS-CASE-FILE-STATUS
               end-if
               exit section
           end-if
           move "N" to WS-FC-CASE-STATUS
           move WS-TODAY to WS-FC-RAISED-DATE
           move SCR-SCORE(SCORE-INDEX) to WS-FC-TRIGGER-COUNT
           move SCR-LIMIT-INCREASE(SCORE-INDEX) to WS-FC-TRIGGER-AMOUNT
           move 0 to WS-FC-TRIGGER-TXN-ID
           move spaces to WS-FC-REVIEWER-ID
           move 0 to WS-FC-DISPOSITION-DATE
           move 0 to WS-FC-REPEAT-COUNT
           move WRITE-RECORD to WS-FUNCTION-CODE
           call WRITE-FRAUD-CASE using by value WS-FUNCTION-CODE
                               by reference WS-FC-FRAUD-CASE
                                            WS-CASE-FILE-STATUS
           if WS-CASE-FILE-STATUS <> "00"
                   and WS-CASE-FILE-STATUS <> "02"
               display "*** Could not write takeover case for account "
                       DISPLAY-ACCOUNT " status " WS-CASE-FILE-STATUS
               move 8 to return-code
               exit section
           end-if
           add 1 to WS-CASES-OPENED
           display "TAKEOVER  account " DISPLAY-ACCOUNT
                   "  customer " DISPLAY-CUSTOMER
                   "  changed " CHG-DATE(CHANGE-SLOT)
                   "  events " SCR-EVENTS(SCORE-INDEX)
                   "  score " SCR-SCORE(SCORE-INDEX)
           perform HOLD-ACCOUNT-CARDS
           perform WRITE-TAKEOVER-NOTICE
           .

      *> Every live card's wallet tokens are suspended - the wallet
      *> may have been the fraudster's ask. Cards cut on or after
      *> the change are held, remembering the status each held.
       HOLD-ACCOUNT-CARDS SECTION.
           move 0 to HOLD-COUNT
           move SCR-ACCOUNT-ID(SCORE-INDEX) to
                        WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD
           move 0 to WS-CARD-CARD-NUMBER
           move START-READ to WS-FUNCTION-CODE
           call FIND-CARD-BY-ACCOUNT using by value WS-FUNCTION-CODE
                                 by reference WS-CARD-CARD-RECORD
                                              WS-CARD-FILE-STATUS
           move READ-NEXT to WS-FUNCTION-CODE
           call FIND-CARD-BY-ACCOUNT using by value WS-FUNCTION-CODE
                                 by reference WS-CARD-CARD-RECORD
                                              WS-CARD-FILE-STATUS
           perform until (WS-CARD-FILE-STATUS <> "00"
                           and WS-CARD-FILE-STATUS <> "02")
                   or WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD
                                   <> SCR-ACCOUNT-ID(SCORE-INDEX)
               if WS-CARD-CARD-USABLE-OR-COMING
                   perform SUSPEND-CARD-TOKENS
                   if WS-CARD-CARD-ISSUED-DATE >=
                                           CHG-DATE(CHANGE-SLOT)
                           and HOLD-COUNT < HOLD-TABLE-MAX
                       add 1 to HOLD-COUNT
                       move WS-CARD-CARD-NUMBER to
                                   HOLD-CARD-NUMBER(HOLD-COUNT)
                   end-if
               end-if
               move READ-NEXT to WS-FUNCTION-CODE
               call FIND-CARD-BY-ACCOUNT using
                                          by value WS-FUNCTION-CODE
                                 by reference WS-CARD-CARD-RECORD
                                              WS-CARD-FILE-STATUS
           end-perform
           perform varying HOLD-INDEX from 1 by 1
                       until HOLD-INDEX > HOLD-COUNT
               perform HOLD-ONE-CARD
           end-perform
           move "00" to WS-CARD-FILE-STATUS
           .

       SUSPEND-CARD-TOKENS SECTION.
           call SEND-TOKEN-LIFECYCLE using by reference
                                     WS-TOKEN-EVENT
                                     WS-CARD-CARD-RECORD
                                     WS-CARD-CARD-RECORD
                                     WS-TODAY
                                     WS-TOKENS-CHANGED
                                     WS-TOKEN-STATUS
           add WS-TOKENS-CHANGED to WS-TOKENS-SUSPENDED
           if WS-TOKEN-STATUS <> "00"
               display "*** Wallet token suspend failed for account "
                       DISPLAY-ACCOUNT " status " WS-TOKEN-STATUS
           end-if
           .

       HOLD-ONE-CARD SECTION.
           move HOLD-CARD-NUMBER(HOLD-INDEX) to WS-CARD-CARD-NUMBER
           call FIND-CARD-BY-NUMBER using by reference
                                             WS-CARD-CARD-RECORD
                                             WS-CARD-FILE-STATUS
           if WS-CARD-FILE-STATUS <> "00"
               exit section
           end-if
           move WS-CARD-CARD-STATUS to WS-CARD-HELD-FROM-STATUS
           set WS-CARD-CARD-HELD to true
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-CARD-RECORD using by value WS-FUNCTION-CODE
                                 by reference WS-CARD-CARD-RECORD
                                              WS-CARD-FILE-STATUS
           if WS-CARD-FILE-STATUS = "00"
               add 1 to WS-CARDS-HELD
               display "CARD HELD  account " DISPLAY-ACCOUNT
                       "  card ****" WS-CARD-CARD-NUMBER(13:4)
                       "  issued " WS-CARD-CARD-ISSUED-DATE
           else
               display "*** Could not hold card ****"
                       WS-CARD-CARD-NUMBER(13:4) " on account "
                       DISPLAY-ACCOUNT " status " WS-CARD-FILE-STATUS
               move 8 to return-code
           end-if
           .

       WRITE-TAKEOVER-NOTICE SECTION.
           move WS-TODAY to FILE-NOTICE-DATE
           move SCR-ACCOUNT-ID(SCORE-INDEX) to FILE-ACCOUNT-ID
                                            of FILE-TAKEOVER-NOTICE
           move CHG-CUSTOMER-ID(CHANGE-SLOT) to FILE-CUSTOMER-ID
                                            of FILE-TAKEOVER-NOTICE
           move CHG-DATE(CHANGE-SLOT) to FILE-CHANGE-DATE
           move CHG-FIRST-NAME(CHANGE-SLOT) to FILE-FIRST-NAME
           move CHG-LAST-NAME(CHANGE-SLOT) to FILE-LAST-NAME
           move CHG-ADDRESS-LINE-1(CHANGE-SLOT) to
                        FILE-OLD-ADDRESS-LINE-1
           move CHG-ADDRESS-LINE-2(CHANGE-SLOT) to
                        FILE-OLD-ADDRESS-LINE-2
           move CHG-CITY(CHANGE-SLOT) to FILE-OLD-CITY
           move CHG-STATE(CHANGE-SLOT) to FILE-OLD-STATE
           move CHG-ZIP-CODE(CHANGE-SLOT) to FILE-OLD-ZIP-CODE
           move CHG-PHONE(CHANGE-SLOT) to FILE-OLD-PHONE
           move CHG-EMAIL(CHANGE-SLOT) to FILE-OLD-EMAIL
           move SCR-EVENTS(SCORE-INDEX) to FILE-EVENTS
           move SCR-SCORE(SCORE-INDEX) to FILE-RISK-SCORE
           write FILE-TAKEOVER-NOTICE
           if WS-NOTICE-STATUS = "00"
               add 1 to WS-NOTICES-WRITTEN
           else
               display "*** Could not write takeover notice for "
                       "account " DISPLAY-ACCOUNT " status "
                       WS-NOTICE-STATUS
               move 8 to return-code
           end-if
           .

       CLOSE-FILES SECTION.
           close Audit-File
           close Notice-File
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CARD-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CARD-FILE-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-FRAUD-CASE-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CASE-FILE-STATUS
           .
