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

      *> The deceased-accounts team's work file. Request lines,
      *> amounts keyed in cents the way the other request files key
      *> them:
      *>   C,<customer id>,<date of death>,<operator>
      *>     confirms the death - off the review queue DeathMasterMatch
      *>     builds, or on a relative's call with no queue row at all
      *>     (one is written, match type R, so the queue shows every
      *>     confirmed death). Every account where the customer is
      *>     the primary takes the D restriction from the date of
      *>     death, which stops new spend, fees, reward accrual and
      *>     the autopay debit; any active autopay enrollment is
      *>     cancelled; and an ESTATE-CLAIM row is opened with the
      *>     balances the customer left. A bankruptcy stay in force
      *>     is left standing - the court's stay outranks us - and
      *>     reported for the team to work by hand
      *>   R,<customer id>,<operator>
      *>     rejects a pending review row - a false positive
      *>   E,<customer id>,<name>,<phone>,<email>,<address>
      *>     records the executor or administrator of the estate
      *>   F,<customer id>,<claim amount>,<date filed>
      *>     the claim filed with the estate
      *>   P,<customer id>,<amount>   a payment from the estate
      *>   W,<customer id>,<amount>   an amount written off
      *> The estate closes once paid plus written off covers the
      *> claim. A C or R line keyed by an operator the HR roster
      *> links to the customer in question is refused and goes on
      *> the security audit - staff do not work their own family's
      *> records through the back office either.
       program-id. DeceasedEstateMaintenance.

       environment division.
       input-output section.
       file-control.
           select Request-File assign to external estateRequestFile
               organization is line sequential
               file status is WS-REQUEST-STATUS
               .
           select Review-File assign to external deceasedReviewFile
               file status is WS-REVIEW-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-DR-CUSTOMER-ID
                          of FILE-DECEASED-REVIEW
               .
           select Estate-File assign to external estateClaimFile
               file status is WS-ESTATE-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-EC-CUSTOMER-ID
                          of FILE-ESTATE-CLAIM
               .

       data division.
       file section.
       fd Request-File.
       01 REQUEST-LINE                     PIC X(200).
       fd Review-File.
       copy "DECEASED-REVIEW.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Estate-File.
       copy "ESTATE-CLAIM.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "AUTOPAY-ENROLLMENT.cpy"
                              replacing ==(PREFIX)== by ==WS-AP==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-REQUEST-STATUS                PIC XX.
       01 WS-REVIEW-STATUS                 PIC XX.
       01 WS-ESTATE-STATUS                 PIC XX.
       01 WS-AUTOPAY-STATUS                PIC XX.
       01 WS-CUSTOMER-STATUS               PIC XX.
       01 WS-CONFLICT-STATUS               PIC XX.
       01 WS-CONFLICT-OPERATOR             PIC X(20).
       78 PRIVILEGE-OWN-RECORD             VALUE "OWN-RECORD".
       01 WS-PRIVILEGE-NAME                PIC X(12).
       01 WS-AUTOPAY-FILE-FLAG             PIC X VALUE "N".
        88 AUTOPAY-FILE-IS-AVAILABLE           VALUE "Y".

       78 DE-CALLER-ID                     VALUE "DECEASED".
       01 WS-CALLER-ID                     PIC X(20).

       01 WS-TODAY                         PIC 9(08).

       01 WS-PARSE-ACTION                  PIC X(01).
       01 WS-PARSE-KEY                     PIC X(10).
       01 WS-PARSE-FIELD-3                 PIC X(40).
       01 WS-PARSE-FIELD-4                 PIC X(15).
       01 WS-PARSE-FIELD-5                 PIC X(60).
       01 WS-PARSE-FIELD-6                 PIC X(60).
       01 WS-PARSE-TALLY                   PIC 99 COMP-5.
       01 WS-DIGIT-TEXT                    PIC X(15).
       01 WS-DIGIT-LENGTH                  PIC 99 COMP-5.
       01 WS-DIGIT-VALUE                   PIC 9(14).
       01 WS-DIGIT-FLAG                    PIC X.
        88 DIGITS-ARE-VALID                    VALUE "Y".
       01 WS-REQ-CUSTOMER-DISPLAY          PIC 9(10).
       01 WS-REQUESTED-CUSTOMER-ID         PIC X(4) COMP-X.
       01 WS-REQ-AMOUNT                    PIC S9(12)V99.
       01 WS-REQ-DATE                      PIC 9(08).
       01 WS-REQ-DATE-PARTS REDEFINES WS-REQ-DATE.
        03 WS-REQ-DATE-YEAR                PIC 9(04).
        03 WS-REQ-DATE-MONTH               PIC 9(02).
        03 WS-REQ-DATE-DAY                 PIC 9(02).
       01 WS-REQ-OPERATOR                  PIC X(08).
       01 WS-ESTATE-SETTLED                PIC S9(12)V99.

      *> Account ids collected off the customer-chain walk before
      *> any keyed update runs - a random read mid-walk resets the
      *> key of reference and drifts the chain.
       78 ESTATE-TABLE-MAX                 VALUE 50.
       01 ESTATE-ACCOUNT-TABLE.
        03 ESTATE-ACCOUNT-ID OCCURS 50 TIMES PIC X(4) COMP-X.
       01 ESTATE-ACCOUNT-COUNT             PIC 99 COMP-5 VALUE 0.
       01 ESTATE-ACCOUNT-INDEX             PIC 99 COMP-5.
       01 WS-BALANCE-AT-DEATH              PIC S9(12)V99.
       01 WS-ACCOUNTS-RESTRICTED           PIC 9(4) COMP-5.
       01 WS-DISPLAY-DEATH-DATE            PIC 9(08).

       01 WS-DEATHS-CONFIRMED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-REVIEWS-REJECTED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-AUTOPAY-CANCELLED             PIC 9(6) COMP-5 VALUE 0.
       01 WS-STAYS-LEFT-STANDING           PIC 9(6) COMP-5 VALUE 0.
       01 WS-EXECUTORS-RECORDED            PIC 9(6) COMP-5 VALUE 0.
       01 WS-CLAIMS-FILED                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-PAYMENTS-RECORDED             PIC 9(6) COMP-5 VALUE 0.
       01 WS-WRITE-OFFS-RECORDED           PIC 9(6) COMP-5 VALUE 0.
       01 WS-ESTATES-CLOSED                PIC 9(6) COMP-5 VALUE 0.
       01 WS-REJECTS                       PIC 9(6) COMP-5 VALUE 0.
       01 DISPLAY-CASH                     PIC -Z(12)9.99.

       procedure division.
           move DE-CALLER-ID to WS-CALLER-ID
           call SET-AUDIT-CALLER-ID using by reference WS-CALLER-ID
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform PROCESS-REQUEST-FILE
               perform CLOSE-FILES
           end-if
           display "*** Deaths confirmed:       " WS-DEATHS-CONFIRMED
           display "*** Reviews rejected:       " WS-REVIEWS-REJECTED
           display "*** Autopay cancelled:      " WS-AUTOPAY-CANCELLED
           display "*** Stays left standing:    " WS-STAYS-LEFT-STANDING
           display "*** Executors recorded:     " WS-EXECUTORS-RECORDED
           display "*** Claims filed:           " WS-CLAIMS-FILED
           display "*** Estate payments:        " WS-PAYMENTS-RECORDED
           display "*** Write-offs:             " WS-WRITE-OFFS-RECORDED
           display "*** Estates closed:         " WS-ESTATES-CLOSED
           display "*** Requests rejected:      " WS-REJECTS
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
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               display "*** Could not open customer file, status "
                       WS-CUSTOMER-STATUS
               move WS-CUSTOMER-STATUS to FILE-STATUS
               exit section
           end-if
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-AUTOPAY-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-AUTOPAY-STATUS
           if WS-AUTOPAY-STATUS = "00"
               set AUTOPAY-FILE-IS-AVAILABLE to true
           end-if
           open i-o Review-File
           if WS-REVIEW-STATUS = "35" or WS-REVIEW-STATUS = "05"
               open output Review-File
               close Review-File
               open i-o Review-File
           end-if
           if WS-REVIEW-STATUS <> "00"
               display "*** Could not open review file, status "
                       WS-REVIEW-STATUS
               move WS-REVIEW-STATUS to FILE-STATUS
               exit section
           end-if
           open i-o Estate-File
           if WS-ESTATE-STATUS = "35" or WS-ESTATE-STATUS = "05"
               open output Estate-File
               close Estate-File
               open i-o Estate-File
           end-if
           if WS-ESTATE-STATUS <> "00"
               display "*** Could not open estate claim file, status "
                       WS-ESTATE-STATUS
               move WS-ESTATE-STATUS to FILE-STATUS
               exit section
           end-if
           open input Request-File
           if WS-REQUEST-STATUS <> "00"
               display "*** No estate request file staged"
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
           move WS-DIGIT-VALUE to WS-REQ-CUSTOMER-DISPLAY
           move WS-REQ-CUSTOMER-DISPLAY to WS-REQUESTED-CUSTOMER-ID
           evaluate WS-PARSE-ACTION
               when "C"
                   perform CONFIRM-DEATH
               when "R"
                   perform REJECT-REVIEW
               when "E"
                   perform RECORD-EXECUTOR
               when "F"
                   perform RECORD-CLAIM-FILED
               when "P"
                   perform RECORD-ESTATE-PAYMENT
               when "W"
                   perform RECORD-WRITE-OFF
               when other
                   perform REJECT-REQUEST
           end-evaluate
           .

       CONFIRM-DEATH SECTION.
           move WS-PARSE-FIELD-3 to WS-DIGIT-TEXT
           perform PARSE-DIGITS
           if not DIGITS-ARE-VALID or WS-DIGIT-VALUE > 99999999
               perform REJECT-REQUEST
               exit section
           end-if
           move WS-DIGIT-VALUE to WS-REQ-DATE
           if WS-REQ-DATE-MONTH < 1 or WS-REQ-DATE-MONTH > 12
                   or WS-REQ-DATE-DAY < 1 or WS-REQ-DATE-DAY > 31
                   or WS-REQ-DATE > WS-TODAY
               perform REJECT-REQUEST
               exit section
           end-if
           move WS-PARSE-FIELD-4 to WS-REQ-OPERATOR
           move WS-REQ-OPERATOR to WS-CONFLICT-OPERATOR
           perform CHECK-OPERATOR-LINK
           if WS-CONFLICT-STATUS <> "00"
               exit section
           end-if
           move WS-REQUESTED-CUSTOMER-ID to
                        FILE-EC-CUSTOMER-ID of FILE-ESTATE-CLAIM
           read Estate-File
               invalid key move "23" to WS-ESTATE-STATUS
           end-read
           if WS-ESTATE-STATUS = "00"
               display "*** Death already confirmed for customer "
                       WS-REQ-CUSTOMER-DISPLAY
               perform REJECT-REQUEST
               exit section
           end-if
           move "00" to WS-ESTATE-STATUS
           perform COLLECT-ESTATE-ACCOUNTS
           if ESTATE-ACCOUNT-COUNT = 0
               display "*** Customer " WS-REQ-CUSTOMER-DISPLAY
                       " is primary on no account"
               perform REJECT-REQUEST
               exit section
           end-if
           move 0 to WS-ACCOUNTS-RESTRICTED
           perform varying ESTATE-ACCOUNT-INDEX from 1 by 1
                       until ESTATE-ACCOUNT-INDEX
                                   > ESTATE-ACCOUNT-COUNT
               move ESTATE-ACCOUNT-ID(ESTATE-ACCOUNT-INDEX) to
                            WS-ACCOUNT-ID of WS-ACCOUNT
               perform RESTRICT-ONE-ACCOUNT
               perform CANCEL-AUTOPAY
           end-perform
           move "00" to FILE-STATUS
           perform MARK-REVIEW-CONFIRMED
           perform OPEN-ESTATE-CLAIM
           add 1 to WS-DEATHS-CONFIRMED
           move WS-BALANCE-AT-DEATH to DISPLAY-CASH
           display "DECEASED  customer " WS-REQ-CUSTOMER-DISPLAY
                   "  died " WS-REQ-DATE
                   "  accounts " WS-ACCOUNTS-RESTRICTED
                   "  balance" DISPLAY-CASH
           .

      *> The walk only collects - the balances and the list of
      *> account ids - so the chain stays intact; the keyed updates
      *> run afterwards off the list.
       COLLECT-ESTATE-ACCOUNTS SECTION.
           move 0 to ESTATE-ACCOUNT-COUNT
           move 0 to WS-BALANCE-AT-DEATH
           move WS-REQUESTED-CUSTOMER-ID to
                        WS-CUSTOMER-ID of WS-ACCOUNT
           move 0 to WS-ACCOUNT-ID of WS-ACCOUNT
           move START-READ to WS-FUNCTION-CODE
           call FIND-ACCOUNT-BY-CUSTOMER using by value
                                        WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           perform READ-NEXT-BY-CUSTOMER
           perform until (FILE-STATUS <> "00" and FILE-STATUS <> "02")
                      or WS-CUSTOMER-ID of WS-ACCOUNT
                                   <> WS-REQUESTED-CUSTOMER-ID
                      or ESTATE-ACCOUNT-COUNT = ESTATE-TABLE-MAX
               add WS-BALANCE of WS-ACCOUNT to WS-BALANCE-AT-DEATH
               add 1 to ESTATE-ACCOUNT-COUNT
               move WS-ACCOUNT-ID of WS-ACCOUNT to
                            ESTATE-ACCOUNT-ID(ESTATE-ACCOUNT-COUNT)
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

       RESTRICT-ONE-ACCOUNT SECTION.
           move READ-FOR-UPDATE to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           if FILE-STATUS <> "00"
               display "*** Could not lock account "
                       WS-ACCOUNT-ID of WS-ACCOUNT
                       " for the deceased restriction, status "
                       FILE-STATUS
               move "00" to FILE-STATUS
               exit section
           end-if
           if WS-RESTRICTED-BANKRUPTCY of WS-ACCOUNT
                   and WS-RESTRICTION-START-DATE of WS-ACCOUNT
                                   <= WS-TODAY
                   and (WS-RESTRICTION-END-DATE of WS-ACCOUNT = 0
                     or WS-RESTRICTION-END-DATE of WS-ACCOUNT
                                   >= WS-TODAY)
               add 1 to WS-STAYS-LEFT-STANDING
               display "STAY STANDS  account "
                       WS-ACCOUNT-ID of WS-ACCOUNT
                       " - deceased debtor, work with the trustee"
               exit section
           end-if
           set WS-RESTRICTED-DECEASED of WS-ACCOUNT to true
           move WS-REQ-DATE to
                        WS-RESTRICTION-START-DATE of WS-ACCOUNT
           move 0 to WS-RESTRICTION-END-DATE of WS-ACCOUNT
           move spaces to WS-RESTRICTION-REASON of WS-ACCOUNT
           string "DECEASED " delimited by size
                  WS-REQ-DATE delimited by size
                  " " delimited by size
                  WS-REQ-OPERATOR delimited by space
                  into WS-RESTRICTION-REASON of WS-ACCOUNT
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                        by reference WS-ACCOUNT
                                                     FILE-STATUS
           if FILE-STATUS <> "00" and FILE-STATUS <> "02"
               display "*** Deceased rewrite failed for account "
                       WS-ACCOUNT-ID of WS-ACCOUNT " status "
                       FILE-STATUS
           else
               add 1 to WS-ACCOUNTS-RESTRICTED
           end-if
           move "00" to FILE-STATUS
           .

      *> Cancelled in place, like any other cancellation, so the
      *> enrollment stays on file; the estate pays by its own hand.
       CANCEL-AUTOPAY SECTION.
           if not AUTOPAY-FILE-IS-AVAILABLE
               exit section
           end-if
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                        WS-AP-ACCOUNT-ID of WS-AP-AUTOPAY-ENROLLMENT
           call FIND-AUTOPAY-BY-ACCOUNT using
                         by reference WS-AP-AUTOPAY-ENROLLMENT
                                      WS-AUTOPAY-STATUS
           if WS-AUTOPAY-STATUS <> "00" or not WS-AP-AUTOPAY-ACTIVE
               move "00" to WS-AUTOPAY-STATUS
               exit section
           end-if
           set WS-AP-AUTOPAY-CANCELLED to true
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-AUTOPAY-ENROLLMENT using by value
                                        WS-FUNCTION-CODE
                         by reference WS-AP-AUTOPAY-ENROLLMENT
                                      WS-AUTOPAY-STATUS
           if WS-AUTOPAY-STATUS = "00"
               add 1 to WS-AUTOPAY-CANCELLED
           else
               display "*** Autopay cancel failed for account "
                       WS-ACCOUNT-ID of WS-ACCOUNT " status "
                       WS-AUTOPAY-STATUS
           end-if
           move "00" to WS-AUTOPAY-STATUS
           .

      *> A death reported by a relative has no queue row - one is
      *> written, already confirmed, so the queue is the whole record.
       MARK-REVIEW-CONFIRMED SECTION.
           move WS-REQUESTED-CUSTOMER-ID to
                        FILE-DR-CUSTOMER-ID of FILE-DECEASED-REVIEW
           read Review-File
               invalid key move "23" to WS-REVIEW-STATUS
           end-read
           if WS-REVIEW-STATUS <> "00"
               initialize FILE-DECEASED-REVIEW
               move WS-REQUESTED-CUSTOMER-ID to
                        FILE-DR-CUSTOMER-ID of FILE-DECEASED-REVIEW
               set FILE-DR-REPORTED to true
               move WS-REQ-DATE to FILE-DR-DMF-DEATH-DATE
               move WS-TODAY to FILE-DR-QUEUED-DATE
           end-if
           set FILE-DR-CONFIRMED to true
           move WS-TODAY to FILE-DR-REVIEWED-DATE
           move WS-REQ-OPERATOR to FILE-DR-REVIEWED-BY
           if WS-REVIEW-STATUS = "00"
               rewrite FILE-DECEASED-REVIEW
           else
               write FILE-DECEASED-REVIEW
           end-if
           move "00" to WS-REVIEW-STATUS
           .

       OPEN-ESTATE-CLAIM SECTION.
           initialize FILE-ESTATE-CLAIM
           move WS-REQUESTED-CUSTOMER-ID to
                        FILE-EC-CUSTOMER-ID of FILE-ESTATE-CLAIM
           move WS-REQ-DATE to FILE-EC-DATE-OF-DEATH
           move WS-TODAY to FILE-EC-CONFIRMED-DATE
           move ESTATE-ACCOUNT-COUNT to FILE-EC-ACCOUNT-COUNT
           move WS-BALANCE-AT-DEATH to FILE-EC-BALANCE-AT-DEATH
           move WS-TODAY to FILE-EC-LAST-ACTIVITY-DATE
           set FILE-EC-AWAITING-CLAIM to true
           write FILE-ESTATE-CLAIM
               invalid key
                   display "*** Estate claim already on file for "
                           WS-REQ-CUSTOMER-DISPLAY
           end-write
           move "00" to WS-ESTATE-STATUS
           .

       REJECT-REVIEW SECTION.
           move WS-PARSE-FIELD-3 to WS-CONFLICT-OPERATOR
           perform CHECK-OPERATOR-LINK
           if WS-CONFLICT-STATUS <> "00"
               exit section
           end-if
           move WS-REQUESTED-CUSTOMER-ID to
                        FILE-DR-CUSTOMER-ID of FILE-DECEASED-REVIEW
           read Review-File
               invalid key move "23" to WS-REVIEW-STATUS
           end-read
           if WS-REVIEW-STATUS <> "00" or not FILE-DR-PENDING
               move "00" to WS-REVIEW-STATUS
               perform REJECT-REQUEST
               exit section
           end-if
           set FILE-DR-REJECTED to true
           move WS-TODAY to FILE-DR-REVIEWED-DATE
           move WS-PARSE-FIELD-3 to FILE-DR-REVIEWED-BY
           rewrite FILE-DECEASED-REVIEW
           move "00" to WS-REVIEW-STATUS
           add 1 to WS-REVIEWS-REJECTED
           .

       RECORD-EXECUTOR SECTION.
           if WS-PARSE-FIELD-3 = spaces
               perform REJECT-REQUEST
               exit section
           end-if
           perform READ-ESTATE-FOR-UPDATE
           if WS-ESTATE-STATUS <> "00"
               exit section
           end-if
           move WS-PARSE-FIELD-3 to FILE-EC-EXECUTOR-NAME
           move WS-PARSE-FIELD-4 to FILE-EC-EXECUTOR-PHONE
           move WS-PARSE-FIELD-5 to FILE-EC-EXECUTOR-EMAIL
           move WS-PARSE-FIELD-6 to FILE-EC-EXECUTOR-ADDRESS
           perform REWRITE-ESTATE
           add 1 to WS-EXECUTORS-RECORDED
           .

       RECORD-CLAIM-FILED SECTION.
           perform PARSE-REQUEST-AMOUNT
           if not DIGITS-ARE-VALID
               exit section
           end-if
           move WS-PARSE-FIELD-4 to WS-DIGIT-TEXT
           perform PARSE-DIGITS
           if not DIGITS-ARE-VALID or WS-DIGIT-VALUE > 99999999
               perform REJECT-REQUEST
               exit section
           end-if
           move WS-DIGIT-VALUE to WS-REQ-DATE
           if WS-REQ-DATE-MONTH < 1 or WS-REQ-DATE-MONTH > 12
                   or WS-REQ-DATE-DAY < 1 or WS-REQ-DATE-DAY > 31
               perform REJECT-REQUEST
               exit section
           end-if
           perform READ-ESTATE-FOR-UPDATE
           if WS-ESTATE-STATUS <> "00"
               exit section
           end-if
           move WS-REQ-AMOUNT to FILE-EC-CLAIM-AMOUNT
           move WS-REQ-DATE to FILE-EC-CLAIM-FILED-DATE
           set FILE-EC-CLAIM-FILED to true
           perform CHECK-ESTATE-SETTLED
           perform REWRITE-ESTATE
           add 1 to WS-CLAIMS-FILED
           .

       RECORD-ESTATE-PAYMENT SECTION.
           perform PARSE-REQUEST-AMOUNT
           if not DIGITS-ARE-VALID
               exit section
           end-if
           perform READ-ESTATE-FOR-UPDATE
           if WS-ESTATE-STATUS <> "00"
               exit section
           end-if
           add WS-REQ-AMOUNT to FILE-EC-AMOUNT-PAID
           perform CHECK-ESTATE-SETTLED
           perform REWRITE-ESTATE
           add 1 to WS-PAYMENTS-RECORDED
           .

       RECORD-WRITE-OFF SECTION.
           perform PARSE-REQUEST-AMOUNT
           if not DIGITS-ARE-VALID
               exit section
           end-if
           perform READ-ESTATE-FOR-UPDATE
           if WS-ESTATE-STATUS <> "00"
               exit section
           end-if
           add WS-REQ-AMOUNT to FILE-EC-AMOUNT-WRITTEN-OFF
           perform CHECK-ESTATE-SETTLED
           perform REWRITE-ESTATE
           add 1 to WS-WRITE-OFFS-RECORDED
           .

       PARSE-REQUEST-AMOUNT SECTION.
           move WS-PARSE-FIELD-3 to WS-DIGIT-TEXT
           perform PARSE-DIGITS
           if not DIGITS-ARE-VALID or WS-DIGIT-VALUE = 0
               move "N" to WS-DIGIT-FLAG
               perform REJECT-REQUEST
               exit section
           end-if
           divide WS-DIGIT-VALUE by 100 giving WS-REQ-AMOUNT
           .

      *> Only a filed claim can close - until then there is nothing
      *> to measure the estate's payments against.
       CHECK-ESTATE-SETTLED SECTION.
           if not FILE-EC-CLAIM-FILED
               exit section
           end-if
           add FILE-EC-AMOUNT-PAID FILE-EC-AMOUNT-WRITTEN-OFF
               giving WS-ESTATE-SETTLED
           if WS-ESTATE-SETTLED >= FILE-EC-CLAIM-AMOUNT
               set FILE-EC-ESTATE-CLOSED to true
               add 1 to WS-ESTATES-CLOSED
               move FILE-EC-AMOUNT-PAID to DISPLAY-CASH
               display "ESTATE CLOSED  customer "
                       WS-REQ-CUSTOMER-DISPLAY
                       "  paid" DISPLAY-CASH
           end-if
           .

       READ-ESTATE-FOR-UPDATE SECTION.
           move WS-REQUESTED-CUSTOMER-ID to
                        FILE-EC-CUSTOMER-ID of FILE-ESTATE-CLAIM
           read Estate-File
               invalid key move "23" to WS-ESTATE-STATUS
           end-read
           if WS-ESTATE-STATUS <> "00"
               display "*** No estate on file for customer "
                       WS-REQ-CUSTOMER-DISPLAY
               perform REJECT-REQUEST
               exit section
           end-if
           if FILE-EC-ESTATE-CLOSED
               display "*** Estate already closed for customer "
                       WS-REQ-CUSTOMER-DISPLAY
               move "99" to WS-ESTATE-STATUS
               perform REJECT-REQUEST
           end-if
           .

       REWRITE-ESTATE SECTION.
           move WS-TODAY to FILE-EC-LAST-ACTIVITY-DATE
           rewrite FILE-ESTATE-CLAIM
           if WS-ESTATE-STATUS <> "00"
               display "*** Estate rewrite failed for customer "
                       WS-REQ-CUSTOMER-DISPLAY " status "
                       WS-ESTATE-STATUS
           end-if
           .

       CHECK-OPERATOR-LINK SECTION.
           call CHECK-OPERATOR-CONFLICT using by reference
                                             WS-CONFLICT-OPERATOR
                                             WS-REQUESTED-CUSTOMER-ID
                                             WS-CONFLICT-STATUS
           if WS-CONFLICT-STATUS <> "00"
               move PRIVILEGE-OWN-RECORD to WS-PRIVILEGE-NAME
               call WRITE-SECURITY-AUDIT using by reference
                                             WS-CONFLICT-OPERATOR
                                             WS-PRIVILEGE-NAME
               call SET-AUDIT-CALLER-ID using by reference WS-CALLER-ID
               display "*** Operator " WS-CONFLICT-OPERATOR
                       " is linked to customer "
                       WS-REQ-CUSTOMER-DISPLAY
               perform REJECT-REQUEST
           end-if
           .

       REJECT-REQUEST SECTION.
           add 1 to WS-REJECTS
           display "*** Request rejected: " REQUEST-LINE(1:100)
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
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           if AUTOPAY-FILE-IS-AVAILABLE
               move CLOSE-FILE to WS-FUNCTION-CODE
               call OPEN-AUTOPAY-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-AUTOPAY-STATUS
           end-if
           close Review-File
           close Estate-File
           .
