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

      *> Commercial card set-up: the client company, its cost-center
      *> tree and which employee card account sits where. Request
      *> lines, limits keyed with implied decimals the way the other
      *> request files key amounts:
      *>   C,<company id>,<liability>,<limit 9(9)V99>,<cycle day>,
      *>     <name>
      *>     adds the company or updates it - liability C corporate
      *>     (one consolidated company statement) or I individual
      *>     (each cardholder billed); the cycle day 1-28 is the one
      *>     a corporate-liability company's cards all bill on
      *>   S,<company id>     suspends a company - its cards decline
      *>   K,<company id>,<code>,<parent code>,<limit 9(9)V99>,<name>
      *>     adds or updates a cost center; an empty parent puts it
      *>     at the top of the tree. The parent must exist, must not
      *>     sit beneath the node itself, and the tree stays within
      *>     ten levels
      *>   A,<account id>,<company id>,<cost center code>
      *>     attaches an open card account to a cost center, or moves
      *>     it to another cost center of the same company. A card
      *>     under a corporate-liability company must already bill on
      *>     the company's cycle day - BillingCycleChange moves it
      *>   D,<account id>     detaches a card - a consumer card again
      *> AUTHORIZE-TRANSACTION enforces the limits; CompanyStatement
      *> and CostCenterSpendReport bill and report the company.
       program-id. CommercialCardMaintenance.

       environment division.
       input-output section.
       file-control.
           select Request-File assign to external commercialRequestFile
               organization is line sequential
               file status is WS-REQUEST-STATUS
               .

       data division.
       file section.
       fd Request-File.
       01 REQUEST-LINE                     PIC X(120).

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "COMPANY-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "COST-CENTER.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "COST-CENTER.cpy" replacing ==(PREFIX)== by ==WS-PARENT==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-REQUEST-STATUS                PIC XX.
       01 WS-LOOKUP-STATUS                 PIC XX.

      *> How deep a cost-center tree may grow - authorization walks
      *> no further than this from a card to the top.
       78 COST-CENTER-MAX-DEPTH            VALUE 10.

       01 WS-TODAY                         PIC 9(08).

       01 WS-PARSE-ACTION                  PIC X(01).
       01 WS-PARSE-KEY                     PIC X(10).
       01 WS-PARSE-FIELD-3                 PIC X(11).
       01 WS-PARSE-FIELD-4                 PIC X(11).
       01 WS-PARSE-FIELD-5                 PIC X(11).
       01 WS-PARSE-FIELD-6                 PIC X(40).
       01 WS-PARSE-TALLY                   PIC 99 COMP-5.
       01 WS-PARSE-LIMIT                   PIC 9(9)V99.
       01 WS-DIGIT-TEXT                    PIC X(11).
       01 WS-DIGIT-LENGTH                  PIC 99 COMP-5.
       01 WS-DIGIT-VALUE                   PIC 9(11).
       01 WS-DIGIT-FLAG                    PIC X.
        88 DIGITS-ARE-VALID                    VALUE "Y".
       01 WS-REQ-KEY-DISPLAY               PIC 9(10).
       01 WS-REQ-COMPANY-DISPLAY           PIC 9(10).
       01 WS-REQUESTED-ACCOUNT-ID          PIC X(4) COMP-X.
       01 WS-REQUESTED-COMPANY-ID          PIC X(4) COMP-X.
       01 WS-REQ-CYCLE-DAY                 PIC 9(02).
       01 WS-EXISTS-FLAG                   PIC X.
        88 RECORD-ALREADY-EXISTS               VALUE "Y".
      *> Parent-chain walk for the cost-center loop and depth test.
       01 WS-WALK-CODE                     PIC X(08).
       01 WS-WALK-DEPTH                    PIC 99 COMP-5.
       01 WS-TREE-FLAG                     PIC X.
        88 TREE-WOULD-LOOP                     VALUE "L".
        88 TREE-TOO-DEEP                       VALUE "D".
        88 TREE-IS-SOUND                       VALUE "Y".

       01 WS-COMPANIES-ADDED               PIC 9(6) COMP-5 VALUE 0.
       01 WS-COMPANIES-UPDATED             PIC 9(6) COMP-5 VALUE 0.
       01 WS-COMPANIES-SUSPENDED           PIC 9(6) COMP-5 VALUE 0.
       01 WS-COST-CENTERS-ADDED            PIC 9(6) COMP-5 VALUE 0.
       01 WS-COST-CENTERS-UPDATED          PIC 9(6) COMP-5 VALUE 0.
       01 WS-CARDS-ATTACHED                PIC 9(6) COMP-5 VALUE 0.
       01 WS-CARDS-DETACHED                PIC 9(6) COMP-5 VALUE 0.
       01 WS-REJECTS                       PIC 9(6) COMP-5 VALUE 0.
       01 DISPLAY-CASH                     PIC -Z(12)9.99.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform PROCESS-REQUEST-FILE
               perform CLOSE-FILES
           end-if
           display "*** Companies added:      " WS-COMPANIES-ADDED
           display "*** Companies updated:    " WS-COMPANIES-UPDATED
           display "*** Companies suspended:  " WS-COMPANIES-SUSPENDED
           display "*** Cost centers added:   " WS-COST-CENTERS-ADDED
           display "*** Cost centers updated: " WS-COST-CENTERS-UPDATED
           display "*** Cards attached:       " WS-CARDS-ATTACHED
           display "*** Cards detached:       " WS-CARDS-DETACHED
           display "*** Requests rejected:    " WS-REJECTS
           stop run.

       OPEN-FILES SECTION.
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           if FILE-STATUS <> "00"
               display "*** Could not open account file, status "
                       FILE-STATUS
               exit section
           end-if
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-COMPANY-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           if FILE-STATUS <> "00"
               display "*** Could not open company file, status "
                       FILE-STATUS
               exit section
           end-if
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-COST-CENTER-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           if FILE-STATUS <> "00"
               display "*** Could not open cost center file, status "
                       FILE-STATUS
               exit section
           end-if
           open input Request-File
           if WS-REQUEST-STATUS <> "00"
               display "*** No commercial card request file staged"
               move "10" to WS-REQUEST-STATUS
           end-if
           .

       PROCESS-REQUEST-FILE SECTION.
           if WS-REQUEST-STATUS <> "00"
               exit section
           end-if
           read Request-File
               at end move "10" to WS-REQUEST-STATUS
           end-read
           perform until WS-REQUEST-STATUS <> "00"
               if REQUEST-LINE <> spaces
                   perform WORK-ONE-REQUEST
               end-if
               read Request-File
                   at end move "10" to WS-REQUEST-STATUS
               end-read
           end-perform
           close Request-File
           .

       WORK-ONE-REQUEST SECTION.
           move spaces to WS-PARSE-ACTION WS-PARSE-KEY
                          WS-PARSE-FIELD-3 WS-PARSE-FIELD-4
                          WS-PARSE-FIELD-5 WS-PARSE-FIELD-6
           move 0 to WS-PARSE-TALLY
           unstring REQUEST-LINE delimited by ","
               into WS-PARSE-ACTION
                    WS-PARSE-KEY
                    WS-PARSE-FIELD-3
                    WS-PARSE-FIELD-4
                    WS-PARSE-FIELD-5
                    WS-PARSE-FIELD-6
               tallying in WS-PARSE-TALLY
           end-unstring
           move WS-PARSE-KEY to WS-DIGIT-TEXT
           perform PARSE-DIGITS
           if not DIGITS-ARE-VALID or WS-DIGIT-VALUE > 9999999999
                   or WS-DIGIT-VALUE = 0
               perform REJECT-REQUEST
               exit section
           end-if
           move WS-DIGIT-VALUE to WS-REQ-KEY-DISPLAY
           evaluate WS-PARSE-ACTION
               when "C"
                   perform MAINTAIN-COMPANY
               when "S"
                   perform SUSPEND-COMPANY
               when "K"
                   perform MAINTAIN-COST-CENTER
               when "A"
                   perform ATTACH-CARD
               when "D"
                   perform DETACH-CARD
               when other
                   perform REJECT-REQUEST
           end-evaluate
           .

       MAINTAIN-COMPANY SECTION.
           if WS-PARSE-FIELD-3 <> "C" and WS-PARSE-FIELD-3 <> "I"
               perform REJECT-REQUEST
               exit section
           end-if
           move WS-PARSE-FIELD-4 to WS-DIGIT-TEXT
           perform PARSE-DIGITS
           if not DIGITS-ARE-VALID
               perform REJECT-REQUEST
               exit section
           end-if
           divide WS-DIGIT-VALUE by 100 giving WS-PARSE-LIMIT
           move WS-PARSE-FIELD-5 to WS-DIGIT-TEXT
           perform PARSE-DIGITS
           if not DIGITS-ARE-VALID or WS-DIGIT-VALUE < 1
                   or WS-DIGIT-VALUE > 28
               perform REJECT-REQUEST
               exit section
           end-if
           move WS-DIGIT-VALUE to WS-REQ-CYCLE-DAY
           move WS-REQ-KEY-DISPLAY to WS-REQUESTED-COMPANY-ID
           perform FIND-REQUESTED-COMPANY
           if WS-LOOKUP-STATUS = "00"
               move "Y" to WS-EXISTS-FLAG
           else
               move "N" to WS-EXISTS-FLAG
               initialize WS-COMPANY-RECORD
               move WS-REQUESTED-COMPANY-ID to
                        WS-COMPANY-ID of WS-COMPANY-RECORD
               move WS-TODAY to WS-OPENED-DATE
           end-if
           move WS-PARSE-FIELD-3(1:1) to WS-LIABILITY-TYPE
           set WS-COMPANY-ACTIVE to true
           move WS-PARSE-LIMIT to WS-COMPANY-LIMIT
           move WS-REQ-CYCLE-DAY to WS-COMPANY-CYCLE-DAY
           if WS-PARSE-FIELD-6 <> spaces
               move WS-PARSE-FIELD-6 to WS-COMPANY-NAME
           end-if
           if RECORD-ALREADY-EXISTS
               move UPDATE-RECORD to WS-FUNCTION-CODE
           else
               move WRITE-RECORD to WS-FUNCTION-CODE
           end-if
           call WRITE-COMPANY-RECORD using by value WS-FUNCTION-CODE
                                   by reference WS-COMPANY-RECORD
                                                WS-LOOKUP-STATUS
           if WS-LOOKUP-STATUS <> "00" and WS-LOOKUP-STATUS <> "02"
               display "*** Company write failed, status "
                       WS-LOOKUP-STATUS ": " REQUEST-LINE(1:40)
               add 1 to WS-REJECTS
               exit section
           end-if
           move WS-COMPANY-LIMIT to DISPLAY-CASH
           if RECORD-ALREADY-EXISTS
               add 1 to WS-COMPANIES-UPDATED
               display "COMPANY UPDATED  " WS-REQ-KEY-DISPLAY
                       "  liability " WS-LIABILITY-TYPE
                       "  limit " DISPLAY-CASH
           else
               add 1 to WS-COMPANIES-ADDED
               display "COMPANY ADDED  " WS-REQ-KEY-DISPLAY
                       "  liability " WS-LIABILITY-TYPE
                       "  limit " DISPLAY-CASH
           end-if
           .

       SUSPEND-COMPANY SECTION.
           move WS-REQ-KEY-DISPLAY to WS-REQUESTED-COMPANY-ID
           perform FIND-REQUESTED-COMPANY
           if WS-LOOKUP-STATUS <> "00"
               perform REJECT-REQUEST
               exit section
           end-if
           set WS-COMPANY-SUSPENDED to true
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-COMPANY-RECORD using by value WS-FUNCTION-CODE
                                   by reference WS-COMPANY-RECORD
                                                WS-LOOKUP-STATUS
           if WS-LOOKUP-STATUS <> "00"
               perform REJECT-REQUEST
               exit section
           end-if
           add 1 to WS-COMPANIES-SUSPENDED
           display "COMPANY SUSPENDED  " WS-REQ-KEY-DISPLAY
           .

       MAINTAIN-COST-CENTER SECTION.
           move WS-REQ-KEY-DISPLAY to WS-REQUESTED-COMPANY-ID
           perform FIND-REQUESTED-COMPANY
           if WS-LOOKUP-STATUS <> "00" or WS-PARSE-FIELD-3 = spaces
               perform REJECT-REQUEST
               exit section
           end-if
           move WS-PARSE-FIELD-5 to WS-DIGIT-TEXT
           perform PARSE-DIGITS
           if not DIGITS-ARE-VALID
               perform REJECT-REQUEST
               exit section
           end-if
           divide WS-DIGIT-VALUE by 100 giving WS-PARSE-LIMIT
           move WS-REQUESTED-COMPANY-ID to
                        WS-COMPANY-ID of WS-COST-CENTER
           move WS-PARSE-FIELD-3 to WS-COST-CENTER-CODE
                                        of WS-COST-CENTER
           call FIND-COST-CENTER using by reference WS-COST-CENTER
                                                    WS-LOOKUP-STATUS
           if WS-LOOKUP-STATUS = "00"
               move "Y" to WS-EXISTS-FLAG
           else
               move "N" to WS-EXISTS-FLAG
               move spaces to WS-COST-CENTER-NAME of WS-COST-CENTER
               set WS-COST-CENTER-ACTIVE of WS-COST-CENTER to true
           end-if
           if WS-PARSE-FIELD-4 = WS-PARSE-FIELD-3
               display "REFUSED - a cost center cannot be its own "
                       "parent: " REQUEST-LINE(1:40)
               add 1 to WS-REJECTS
               exit section
           end-if
           if WS-PARSE-FIELD-4 <> spaces
               perform CHECK-PARENT-CHAIN
               if not TREE-IS-SOUND
                   evaluate true
                       when TREE-WOULD-LOOP
                           display "REFUSED - parent sits beneath "
                                   "this cost center: "
                                   REQUEST-LINE(1:40)
                       when TREE-TOO-DEEP
                           display "REFUSED - tree would pass "
                                   COST-CENTER-MAX-DEPTH " levels: "
                                   REQUEST-LINE(1:40)
                       when other
                           display "REFUSED - parent cost center "
                                   "not on file: " REQUEST-LINE(1:40)
                   end-evaluate
                   add 1 to WS-REJECTS
                   exit section
               end-if
           end-if
           move WS-PARSE-FIELD-4 to WS-PARENT-CODE of WS-COST-CENTER
           move WS-PARSE-LIMIT to WS-SPEND-LIMIT of WS-COST-CENTER
           if WS-PARSE-FIELD-6 <> spaces
               move WS-PARSE-FIELD-6 to WS-COST-CENTER-NAME
                                        of WS-COST-CENTER
           end-if
           if RECORD-ALREADY-EXISTS
               move UPDATE-RECORD to WS-FUNCTION-CODE
           else
               move WRITE-RECORD to WS-FUNCTION-CODE
           end-if
           call WRITE-COST-CENTER using by value WS-FUNCTION-CODE
                                  by reference WS-COST-CENTER
                                               WS-LOOKUP-STATUS
           if WS-LOOKUP-STATUS <> "00" and WS-LOOKUP-STATUS <> "02"
               display "*** Cost center write failed, status "
                       WS-LOOKUP-STATUS ": " REQUEST-LINE(1:40)
               add 1 to WS-REJECTS
               exit section
           end-if
           move WS-SPEND-LIMIT of WS-COST-CENTER to DISPLAY-CASH
           if RECORD-ALREADY-EXISTS
               add 1 to WS-COST-CENTERS-UPDATED
               display "COST CENTER UPDATED  " WS-REQ-KEY-DISPLAY
                       "/" WS-COST-CENTER-CODE of WS-COST-CENTER
                       "  limit " DISPLAY-CASH
           else
               add 1 to WS-COST-CENTERS-ADDED
               display "COST CENTER ADDED  " WS-REQ-KEY-DISPLAY
                       "/" WS-COST-CENTER-CODE of WS-COST-CENTER
                       "  limit " DISPLAY-CASH
           end-if
           .

      *> Walks up from the proposed parent to the top of the tree.
      *> Meeting the node being maintained on the way means the new
      *> parent sits beneath it; the node goes one level below its
      *> parent, so the parent's own depth must leave room for it.
       CHECK-PARENT-CHAIN SECTION.
           move "N" to WS-TREE-FLAG
           move WS-PARSE-FIELD-4 to WS-WALK-CODE
           move 0 to WS-WALK-DEPTH
           perform until WS-WALK-CODE = spaces
               move WS-REQUESTED-COMPANY-ID to
                        WS-PARENT-COMPANY-ID of WS-PARENT-COST-CENTER
               move WS-WALK-CODE to
                        WS-PARENT-COST-CENTER-CODE
                                     of WS-PARENT-COST-CENTER
               call FIND-COST-CENTER using by reference
                                        WS-PARENT-COST-CENTER
                                        WS-LOOKUP-STATUS
               if WS-LOOKUP-STATUS <> "00"
                   exit section
               end-if
               add 1 to WS-WALK-DEPTH
               if WS-WALK-CODE = WS-PARSE-FIELD-3
                   set TREE-WOULD-LOOP to true
                   exit section
               end-if
               if WS-WALK-DEPTH >= COST-CENTER-MAX-DEPTH
                   set TREE-TOO-DEEP to true
                   exit section
               end-if
               move WS-PARENT-PARENT-CODE of WS-PARENT-COST-CENTER
                                        to WS-WALK-CODE
           end-perform
           set TREE-IS-SOUND to true
           .

       ATTACH-CARD SECTION.
           move WS-PARSE-FIELD-3 to WS-DIGIT-TEXT
           perform PARSE-DIGITS
           if not DIGITS-ARE-VALID or WS-DIGIT-VALUE > 9999999999
                   or WS-PARSE-FIELD-4 = spaces
               perform REJECT-REQUEST
               exit section
           end-if
           move WS-DIGIT-VALUE to WS-REQ-COMPANY-DISPLAY
           move WS-REQ-COMPANY-DISPLAY to WS-REQUESTED-COMPANY-ID
           perform FIND-REQUESTED-COMPANY
           if WS-LOOKUP-STATUS <> "00" or not WS-COMPANY-ACTIVE
               display "REFUSED - company not on file or suspended: "
                       REQUEST-LINE(1:40)
               add 1 to WS-REJECTS
               exit section
           end-if
           move WS-REQUESTED-COMPANY-ID to
                        WS-COMPANY-ID of WS-COST-CENTER
           move WS-PARSE-FIELD-4 to WS-COST-CENTER-CODE
                                        of WS-COST-CENTER
           call FIND-COST-CENTER using by reference WS-COST-CENTER
                                                    WS-LOOKUP-STATUS
           if WS-LOOKUP-STATUS <> "00"
                   or not WS-COST-CENTER-ACTIVE of WS-COST-CENTER
               display "REFUSED - cost center not on file or "
                       "closed: " REQUEST-LINE(1:40)
               add 1 to WS-REJECTS
               exit section
           end-if
           perform LOCK-REQUESTED-ACCOUNT
           if FILE-STATUS <> "00"
               move "00" to FILE-STATUS
               perform REJECT-REQUEST
               exit section
           end-if
           if not WS-ACCOUNT-OPEN or WS-TYPE-DEPOSIT
                   or (WS-COMPANY-ID of WS-ACCOUNT <> 0
                       and WS-COMPANY-ID of WS-ACCOUNT
                                   <> WS-REQUESTED-COMPANY-ID)
               call UNLOCK-ACCOUNT-RECORD using by reference
                                                       FILE-STATUS
               display "REFUSED - not an open card account free to "
                       "attach: " REQUEST-LINE(1:40)
               add 1 to WS-REJECTS
               exit section
           end-if
      *>   A corporate bill closes on one day for every card on it -
      *>   the cycle move is BillingCycleChange's, with its stub.
           if WS-CORPORATE-LIABILITY
                   and WS-BILLING-CYCLE-DAY <> WS-COMPANY-CYCLE-DAY
               call UNLOCK-ACCOUNT-RECORD using by reference
                                                       FILE-STATUS
               display "REFUSED - card must first move to cycle day "
                       WS-COMPANY-CYCLE-DAY ": " REQUEST-LINE(1:40)
               add 1 to WS-REJECTS
               exit section
           end-if
           move WS-REQUESTED-COMPANY-ID to WS-COMPANY-ID of WS-ACCOUNT
           move WS-COST-CENTER-CODE of WS-COST-CENTER to
                        WS-COST-CENTER-CODE of WS-ACCOUNT
           perform REWRITE-REQUESTED-ACCOUNT
           if FILE-STATUS = "00"
               add 1 to WS-CARDS-ATTACHED
               display "CARD ATTACHED  account " WS-REQ-KEY-DISPLAY
                       "  company " WS-REQ-COMPANY-DISPLAY
                       "  cost center "
                       WS-COST-CENTER-CODE of WS-ACCOUNT
           end-if
           .

       DETACH-CARD SECTION.
           perform LOCK-REQUESTED-ACCOUNT
           if FILE-STATUS <> "00"
               move "00" to FILE-STATUS
               perform REJECT-REQUEST
               exit section
           end-if
           if WS-COMPANY-ID of WS-ACCOUNT = 0
               call UNLOCK-ACCOUNT-RECORD using by reference
                                                       FILE-STATUS
               perform REJECT-REQUEST
               exit section
           end-if
           move 0 to WS-COMPANY-ID of WS-ACCOUNT
           move spaces to WS-COST-CENTER-CODE of WS-ACCOUNT
           perform REWRITE-REQUESTED-ACCOUNT
           if FILE-STATUS = "00"
               add 1 to WS-CARDS-DETACHED
               display "CARD DETACHED  account " WS-REQ-KEY-DISPLAY
           end-if
           .

       FIND-REQUESTED-COMPANY SECTION.
           move WS-REQUESTED-COMPANY-ID to
                        WS-COMPANY-ID of WS-COMPANY-RECORD
           call FIND-COMPANY-BY-ID using by reference WS-COMPANY-RECORD
                                                      WS-LOOKUP-STATUS
           .

       LOCK-REQUESTED-ACCOUNT SECTION.
           move WS-REQ-KEY-DISPLAY to WS-REQUESTED-ACCOUNT-ID
           move WS-REQUESTED-ACCOUNT-ID to WS-ACCOUNT-ID of WS-ACCOUNT
           move READ-FOR-UPDATE to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           .

       REWRITE-REQUESTED-ACCOUNT SECTION.
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                        by reference WS-ACCOUNT
                                                     FILE-STATUS
           if FILE-STATUS <> "00"
               display "*** Account write failed, status "
                       FILE-STATUS ": " REQUEST-LINE(1:40)
               add 1 to WS-REJECTS
           end-if
           .

       REJECT-REQUEST SECTION.
           add 1 to WS-REJECTS
           display "REJECTED  " REQUEST-LINE(1:40)
           .

       PARSE-DIGITS SECTION.
           move "N" to WS-DIGIT-FLAG
           move 0 to WS-DIGIT-LENGTH
           inspect WS-DIGIT-TEXT tallying WS-DIGIT-LENGTH
               for characters before initial space
           if WS-DIGIT-LENGTH = 0
               exit section
           end-if
           if WS-DIGIT-TEXT(1:WS-DIGIT-LENGTH) not numeric
               exit section
           end-if
           move WS-DIGIT-TEXT(1:WS-DIGIT-LENGTH) to WS-DIGIT-VALUE
           set DIGITS-ARE-VALID to true
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-COMPANY-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-COST-CENTER-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           .
