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

      *> Convenience checks drawn against the card line. Three passes
      *> each run, in the order the bank needs them:
      *>   - stop payments: request lines of CHECK-NUMBER,ACCOUNT-ID
      *>     stop an ISSUED check on the register - a stop taken
      *>     today is in force before today's presentments are
      *>     worked, and a check already paid cannot be stopped;
      *>   - presentments: the bank's fixed-layout file of checks
      *>     drawn on us is worked against the register. A good one
      *>     posts as a TRANSACTION-RECORD typed by its offer - cash
      *>     advance or balance transfer - and is marked PAID. One
      *>     that is stopped, drawn on an account that is not open or
      *>     is under a restriction in force, or that would take the
      *>     account over its credit limit is RETURNED unpaid and
      *>     written to the return file for the bank with its reason;
      *>     a check not on the register, or presented twice, is
      *>     reported for the bank, not posted;
      *>   - book issuance: request lines of ACCOUNT-ID,OFFER-CODE,
      *>     OFFER-TYPE,CHECK-COUNT (type A cash access, B balance
      *>     transfer) number a book of checks off the register for
      *>     an open, unrestricted card account and write one row per
      *>     check to the printer's issue file with the customer's
      *>     name and mailing address.
      *> Open-to-buy for a presentment is the credit limit less the
      *> posted balance less the checks already paid this month, since
      *> the balance itself only moves at the month-end run.
       program-id. ConvenienceCheckProcessing.

       environment division.
       input-output section.
       file-control.
           select Register-File assign to external
                                           convenienceCheckFile
               file status is WS-REGISTER-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-CHECK-NUMBER
                          of FILE-CONVENIENCE-CHECK
               alternate record key is FILE-ACCOUNT-ID
                          of FILE-CONVENIENCE-CHECK with duplicates
               .
           select Stop-File assign to external convCheckStopFile
               organization is line sequential
               file status is WS-STOP-STATUS
               .
           select Present-File assign to external convCheckPresentFile
               organization is line sequential
               file status is WS-PRESENT-STATUS
               .
           select Return-File assign to external convCheckReturnFile
               organization is line sequential
               file status is WS-RETURN-STATUS
               .
           select Book-File assign to external convCheckBookFile
               organization is line sequential
               file status is WS-BOOK-STATUS
               .
           select Issue-File assign to external convCheckIssueFile
               organization is line sequential
               file status is WS-ISSUE-STATUS
               .

       data division.
       file section.
       fd Register-File.
       copy "CONVENIENCE-CHECK.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Stop-File.
       01 STOP-LINE                        PIC X(40).
       fd Present-File.
       01 PRESENT-LINE.
        03 PRS-CHECK-NUMBER                PIC 9(10).
        03 PRS-CHECK-NUMBER-TEXT REDEFINES PRS-CHECK-NUMBER
                                           PIC X(10).
        03 PRS-PRESENTED-DATE              PIC 9(08).
        03 PRS-AMOUNT                      PIC 9(12)V99.
        03 PRS-AMOUNT-TEXT REDEFINES PRS-AMOUNT
                                           PIC X(14).
        03 PRS-PAYEE-NAME                  PIC X(30).
       fd Return-File.
       01 RETURN-RECORD.
        03 RTN-CHECK-NUMBER                PIC 9(10).
        03 RTN-AMOUNT                      PIC 9(12)V99.
        03 RTN-PRESENTED-DATE              PIC 9(08).
        03 RTN-REASON                      PIC X(02).
       fd Book-File.
       01 BOOK-LINE                        PIC X(60).
       fd Issue-File.
       01 ISSUE-RECORD.
        03 ISS-CHECK-NUMBER                PIC 9(10).
        03 ISS-ACCOUNT-ID                  PIC 9(10).
        03 ISS-OFFER-CODE                  PIC X(08).
        03 ISS-CHECK-TYPE                  PIC X(01).
        03 ISS-ISSUE-DATE                  PIC 9(08).
        03 ISS-NAME                        PIC X(61).
        03 ISS-ADDRESS-LINE-1              PIC X(30).
        03 ISS-ADDRESS-LINE-2              PIC X(30).
        03 ISS-CITY                        PIC X(20).
        03 ISS-STATE                       PIC X(02).
        03 ISS-ZIP-CODE                    PIC X(10).

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "TRANSACTION-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CUST==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-TRANSACTION-STATUS.
        03 WS-TRANSACTION-STATUS-1         PIC X.
        03 WS-TRANSACTION-STATUS-2         PIC X.
       01 WS-CUSTOMER-STATUS               PIC XX.
       01 WS-REGISTER-STATUS               PIC XX.
       01 WS-STOP-STATUS                   PIC XX.
       01 WS-PRESENT-STATUS                PIC XX.
       01 WS-RETURN-STATUS                 PIC XX.
       01 WS-BOOK-STATUS                   PIC XX.
       01 WS-ISSUE-STATUS                  PIC XX.

       01 WS-TODAY                         PIC 9(08).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
        03 WS-TODAY-YEAR                   PIC 9(04).
        03 WS-TODAY-MONTH                  PIC 9(02).
        03 WS-TODAY-DAY                    PIC 9(02).

       78 CHECK-DESCRIPTION-PREFIX         VALUE "CONVENIENCE CHECK ".
      *> Where the register's numbering starts on an empty file.
       78 FIRST-CHECK-NUMBER               VALUE 5000001.
       78 BOOK-CHECKS-MAX                  VALUE 25.

       01 WS-REQ-ACCOUNT-ID                PIC 9(9).
       01 WS-REQ-CHECK-NUMBER              PIC 9(10).
       01 WS-REQ-OFFER-CODE                PIC X(08).
       01 WS-REQ-OFFER-TYPE                PIC X(01).
        88 WS-REQ-OFFER-TYPE-VALID             VALUE "A", "B".
       01 WS-REQ-CHECK-COUNT               PIC 9(02).
       01 WS-REQ-TALLY                     PIC 99 COMP-5.

       01 WS-REQUESTED-ACCOUNT-ID          PIC X(4) COMP-X.
       01 WS-NEXT-CHECK-NUMBER             PIC 9(10).
       01 WS-NEXT-TRANSACTION-ID           PIC X(4) COMP-X.
       01 WS-BOOK-INDEX                    PIC 99 COMP-5.
       01 WS-CHECK-AMOUNT                  PIC S9(12)V99.
       01 WS-PAID-THIS-MONTH               PIC S9(12)V99.
       01 WS-OPEN-TO-BUY                   PIC S9(12)V99.
       01 WS-ACCOUNT-DISPLAY               PIC 9(10).
       01 WS-ACCOUNT-FLAG                  PIC X.
        88 ACCOUNT-IS-USABLE                   VALUE "Y".
       01 WS-RETURN-REASON                 PIC X(02).

       01 WS-STOPS-APPLIED                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-STOPS-REJECTED                PIC 9(6) COMP-5 VALUE 0.
       01 WS-CHECKS-PAID                   PIC 9(6) COMP-5 VALUE 0.
       01 WS-CHECKS-RETURNED               PIC 9(6) COMP-5 VALUE 0.
       01 WS-PRESENT-EXCEPTIONS            PIC 9(6) COMP-5 VALUE 0.
       01 WS-BOOKS-ISSUED                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-CHECKS-ISSUED                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-BOOKS-REJECTED                PIC 9(6) COMP-5 VALUE 0.
       01 WS-PAID-TOTAL                    PIC S9(14)V99 VALUE 0.
       01 DISPLAY-CASH                     PIC -Z(13)9.99.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform OPEN-FILES
           if FILE-STATUS = "00" and WS-REGISTER-STATUS = "00"
               perform DETERMINE-NEXT-CHECK-NUMBER
               perform WORK-STOP-PAYMENTS
               perform WORK-PRESENTMENTS
               perform ISSUE-CHECK-BOOKS
               perform CLOSE-FILES
           end-if
           display "*** Stop payments applied:  " WS-STOPS-APPLIED
           display "*** Stop payments refused:  " WS-STOPS-REJECTED
           display "*** Checks paid:            " WS-CHECKS-PAID
           display "*** Checks returned:        " WS-CHECKS-RETURNED
           display "*** Presentment exceptions: " WS-PRESENT-EXCEPTIONS
           display "*** Books issued:           " WS-BOOKS-ISSUED
           display "*** Checks issued:          " WS-CHECKS-ISSUED
           display "*** Book requests rejected: " WS-BOOKS-REJECTED
           move WS-PAID-TOTAL to DISPLAY-CASH
           display "*** Paid this run:          " DISPLAY-CASH
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
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           if WS-TRANSACTION-STATUS <> "00"
               display "*** Could not open transaction file, status "
                       WS-TRANSACTION-STATUS
               move WS-TRANSACTION-STATUS to FILE-STATUS
               exit section
           end-if
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           open i-o Register-File
           if WS-REGISTER-STATUS = "35" or WS-REGISTER-STATUS = "05"
               open output Register-File
               close Register-File
               open i-o Register-File
           end-if
           if WS-REGISTER-STATUS <> "00"
               display "*** Could not open convenience check "
                       "register, status " WS-REGISTER-STATUS
               exit section
           end-if
           open extend Return-File
           if WS-RETURN-STATUS = "35" or WS-RETURN-STATUS = "05"
               open output Return-File
           end-if
           open extend Issue-File
           if WS-ISSUE-STATUS = "35" or WS-ISSUE-STATUS = "05"
               open output Issue-File
           end-if
           .

      *> Numbering continues from the highest check on the register -
      *> safe because the register has exactly one writer, this
      *> program.
       DETERMINE-NEXT-CHECK-NUMBER SECTION.
           move FIRST-CHECK-NUMBER to WS-NEXT-CHECK-NUMBER
           move 9999999999 to FILE-CHECK-NUMBER
                                  of FILE-CONVENIENCE-CHECK
           start Register-File key < FILE-CHECK-NUMBER
                                  of FILE-CONVENIENCE-CHECK
           if WS-REGISTER-STATUS = "00"
               read Register-File previous
               if WS-REGISTER-STATUS = "00"
                   compute WS-NEXT-CHECK-NUMBER =
                       FILE-CHECK-NUMBER of FILE-CONVENIENCE-CHECK + 1
               end-if
           end-if
           move "00" to WS-REGISTER-STATUS
           .

       WORK-STOP-PAYMENTS SECTION.
           open input Stop-File
           if WS-STOP-STATUS <> "00"
               exit section
           end-if
           read Stop-File
               at end move "10" to WS-STOP-STATUS
           end-read
           perform until WS-STOP-STATUS <> "00"
               if STOP-LINE <> spaces
                   perform APPLY-ONE-STOP
               end-if
               read Stop-File
                   at end move "10" to WS-STOP-STATUS
               end-read
           end-perform
           close Stop-File
           .

      *> The account on the request must be the account the check was
      *> issued against - a stop is the drawer's instruction, nobody
      *> else's.
       APPLY-ONE-STOP SECTION.
           move 0 to WS-REQ-CHECK-NUMBER WS-REQ-ACCOUNT-ID
           move 0 to WS-REQ-TALLY
           unstring STOP-LINE delimited by ","
               into WS-REQ-CHECK-NUMBER
                    WS-REQ-ACCOUNT-ID
               tallying in WS-REQ-TALLY
           end-unstring
           if WS-REQ-TALLY <> 2
               add 1 to WS-STOPS-REJECTED
               display "*** Malformed stop request skipped: "
                       STOP-LINE
               exit section
           end-if
           move WS-REQ-CHECK-NUMBER to
                        FILE-CHECK-NUMBER of FILE-CONVENIENCE-CHECK
           read Register-File key is FILE-CHECK-NUMBER
                                  of FILE-CONVENIENCE-CHECK
           if WS-REGISTER-STATUS <> "00"
               add 1 to WS-STOPS-REJECTED
               display "*** Stop refused - check " WS-REQ-CHECK-NUMBER
                       " not on the register"
               move "00" to WS-REGISTER-STATUS
               exit section
           end-if
           move WS-REQ-ACCOUNT-ID to WS-REQUESTED-ACCOUNT-ID
           if FILE-ACCOUNT-ID of FILE-CONVENIENCE-CHECK
                                   <> WS-REQUESTED-ACCOUNT-ID
               add 1 to WS-STOPS-REJECTED
               display "*** Stop refused - check " WS-REQ-CHECK-NUMBER
                       " not drawn on account " WS-REQ-ACCOUNT-ID
               exit section
           end-if
           if not FILE-CHECK-ISSUED of FILE-CONVENIENCE-CHECK
               add 1 to WS-STOPS-REJECTED
               display "*** Stop refused - check " WS-REQ-CHECK-NUMBER
                       " is status "
                       FILE-CHECK-STATUS of FILE-CONVENIENCE-CHECK
               exit section
           end-if
           set FILE-CHECK-STOPPED of FILE-CONVENIENCE-CHECK to true
           move WS-TODAY to FILE-STOP-DATE of FILE-CONVENIENCE-CHECK
           rewrite FILE-CONVENIENCE-CHECK
           add 1 to WS-STOPS-APPLIED
           display "STOPPED  check " WS-REQ-CHECK-NUMBER
                   "  account " WS-REQ-ACCOUNT-ID
           .

       WORK-PRESENTMENTS SECTION.
           open input Present-File
           if WS-PRESENT-STATUS <> "00"
      *>       No presentment file from the bank tonight.
               exit section
           end-if
           read Present-File
               at end move "10" to WS-PRESENT-STATUS
           end-read
           perform until WS-PRESENT-STATUS <> "00"
               if PRESENT-LINE <> spaces
                   perform WORK-ONE-PRESENTMENT
               end-if
               read Present-File
                   at end move "10" to WS-PRESENT-STATUS
               end-read
           end-perform
           close Present-File
           .

       WORK-ONE-PRESENTMENT SECTION.
           if PRS-CHECK-NUMBER-TEXT not numeric
                   or PRS-AMOUNT-TEXT not numeric
               add 1 to WS-PRESENT-EXCEPTIONS
               display "*** Malformed presentment skipped: "
                       PRESENT-LINE(1:40)
               exit section
           end-if
           move PRS-CHECK-NUMBER to
                        FILE-CHECK-NUMBER of FILE-CONVENIENCE-CHECK
           read Register-File key is FILE-CHECK-NUMBER
                                  of FILE-CONVENIENCE-CHECK
           if WS-REGISTER-STATUS <> "00"
               add 1 to WS-PRESENT-EXCEPTIONS
               display "PRESENTMENT  check " PRS-CHECK-NUMBER
                       " NOT ON REGISTER - refer to the bank"
               move "00" to WS-REGISTER-STATUS
               exit section
           end-if
           if FILE-CHECK-PAID of FILE-CONVENIENCE-CHECK
                   or FILE-CHECK-RETURNED of FILE-CONVENIENCE-CHECK
               add 1 to WS-PRESENT-EXCEPTIONS
               display "PRESENTMENT  check " PRS-CHECK-NUMBER
                       " PRESENTED TWICE - refer to the bank"
               exit section
           end-if
           move PRS-AMOUNT to WS-CHECK-AMOUNT
           move PRS-PRESENTED-DATE to
                        FILE-PRESENTED-DATE of FILE-CONVENIENCE-CHECK
           move WS-CHECK-AMOUNT to
                        FILE-PRESENTED-AMOUNT of FILE-CONVENIENCE-CHECK
           move PRS-PAYEE-NAME to
                        FILE-PAYEE-NAME of FILE-CONVENIENCE-CHECK
           move FILE-ACCOUNT-ID of FILE-CONVENIENCE-CHECK
                                   to WS-REQUESTED-ACCOUNT-ID
           perform DECIDE-PRESENTMENT
           if WS-RETURN-REASON <> spaces
               perform RETURN-THE-CHECK
           else
               perform PAY-THE-CHECK
           end-if
           .

      *> Stopped first - the drawer's instruction stands whatever the
      *> account looks like - then the account's own standing, then
      *> open-to-buy.
       DECIDE-PRESENTMENT SECTION.
           move spaces to WS-RETURN-REASON
           if FILE-CHECK-STOPPED of FILE-CONVENIENCE-CHECK
               move "SP" to WS-RETURN-REASON
               exit section
           end-if
           perform FIND-REQUESTED-ACCOUNT
           if FILE-STATUS <> "00"
                   or WS-ACCOUNT-ID of WS-ACCOUNT
                                   <> WS-REQUESTED-ACCOUNT-ID
                   or not WS-ACCOUNT-OPEN
               move "00" to FILE-STATUS
               move "AC" to WS-RETURN-REASON
               exit section
           end-if
           if WS-HAS-RESTRICTION of WS-ACCOUNT
                   and WS-RESTRICTION-START-DATE of WS-ACCOUNT
                                                   <= WS-TODAY
                   and (WS-RESTRICTION-END-DATE of WS-ACCOUNT = 0
                        or WS-RESTRICTION-END-DATE of WS-ACCOUNT
                                                   >= WS-TODAY)
               move "RS" to WS-RETURN-REASON
               exit section
           end-if
           perform SUM-PAID-THIS-MONTH
           compute WS-OPEN-TO-BUY =
               WS-CREDIT-LIMIT of WS-ACCOUNT
               - WS-BALANCE of WS-ACCOUNT
               - WS-PAID-THIS-MONTH
           if WS-CHECK-AMOUNT > WS-OPEN-TO-BUY
               move "OL" to WS-RETURN-REASON
           end-if
           .

      *> Walks the account's checks on the register's account key for
      *> those paid in the current month. The row being decided is
      *> re-read afterwards, since the walk moves the record area.
       SUM-PAID-THIS-MONTH SECTION.
           move 0 to WS-PAID-THIS-MONTH
           move FILE-CHECK-NUMBER of FILE-CONVENIENCE-CHECK
                                   to WS-REQ-CHECK-NUMBER
           move WS-REQUESTED-ACCOUNT-ID to
                        FILE-ACCOUNT-ID of FILE-CONVENIENCE-CHECK
           start Register-File key = FILE-ACCOUNT-ID
                                  of FILE-CONVENIENCE-CHECK
           perform until WS-REGISTER-STATUS <> "00"
               read Register-File next
                   at end move "10" to WS-REGISTER-STATUS
               end-read
               if WS-REGISTER-STATUS = "00"
                   if FILE-ACCOUNT-ID of FILE-CONVENIENCE-CHECK
                                   <> WS-REQUESTED-ACCOUNT-ID
                       move "10" to WS-REGISTER-STATUS
                   else
                       if FILE-CHECK-PAID of FILE-CONVENIENCE-CHECK
                           and FILE-PRESENTED-DATE
                               of FILE-CONVENIENCE-CHECK(1:6)
                                   = WS-TODAY(1:6)
                           add FILE-PRESENTED-AMOUNT
                               of FILE-CONVENIENCE-CHECK
                                   to WS-PAID-THIS-MONTH
                       end-if
                   end-if
               end-if
           end-perform
           move WS-REQ-CHECK-NUMBER to
                        FILE-CHECK-NUMBER of FILE-CONVENIENCE-CHECK
           read Register-File key is FILE-CHECK-NUMBER
                                  of FILE-CONVENIENCE-CHECK
           move PRS-PRESENTED-DATE to
                        FILE-PRESENTED-DATE of FILE-CONVENIENCE-CHECK
           move WS-CHECK-AMOUNT to
                        FILE-PRESENTED-AMOUNT of FILE-CONVENIENCE-CHECK
           move PRS-PAYEE-NAME to
                        FILE-PAYEE-NAME of FILE-CONVENIENCE-CHECK
           move "00" to WS-REGISTER-STATUS
           .

       RETURN-THE-CHECK SECTION.
           set FILE-CHECK-RETURNED of FILE-CONVENIENCE-CHECK to true
           move WS-RETURN-REASON to
                        FILE-RETURN-REASON of FILE-CONVENIENCE-CHECK
           rewrite FILE-CONVENIENCE-CHECK
           move PRS-CHECK-NUMBER to RTN-CHECK-NUMBER
           move PRS-AMOUNT to RTN-AMOUNT
           move PRS-PRESENTED-DATE to RTN-PRESENTED-DATE
           move WS-RETURN-REASON to RTN-REASON
           write RETURN-RECORD
           add 1 to WS-CHECKS-RETURNED
           move WS-CHECK-AMOUNT to DISPLAY-CASH
           display "RETURNED  check " PRS-CHECK-NUMBER
                   "  amount " DISPLAY-CASH
                   "  reason " WS-RETURN-REASON
           .

       PAY-THE-CHECK SECTION.
           call GET-NEXT-TRANSACTION-ID using by reference
                                             WS-NEXT-TRANSACTION-ID
                                             WS-TRANSACTION-STATUS
           move WS-NEXT-TRANSACTION-ID to WS-TRANSACTION-ID
           move WS-REQUESTED-ACCOUNT-ID to
                        WS-ACCOUNT-ID of WS-TRANSACTION-RECORD
           move WS-TODAY-YEAR to WS-YEAR of WS-TRANSACTION-RECORD
           move WS-TODAY-MONTH to WS-MONTH of WS-TRANSACTION-RECORD
           move WS-TODAY-DAY to WS-DAY of WS-TRANSACTION-RECORD
           move WS-CHECK-AMOUNT to WS-AMOUNT of WS-TRANSACTION-RECORD
           move spaces to WS-DESCRIPTION of WS-TRANSACTION-RECORD
           string CHECK-DESCRIPTION-PREFIX delimited by size
                  PRS-CHECK-NUMBER delimited by size
                  " " delimited by size
                  PRS-PAYEE-NAME delimited by "  "
               into WS-DESCRIPTION of WS-TRANSACTION-RECORD
           end-string
           move WS-CURRENCY-CODE of WS-ACCOUNT to
                        WS-CURRENCY-CODE of WS-TRANSACTION-RECORD
           move space to WS-DISPUTE-STATUS of WS-TRANSACTION-RECORD
           move 0 to WS-LINKED-TRANSACTION-ID
                                  of WS-TRANSACTION-RECORD
           move PRS-PAYEE-NAME to
                        WS-MERCHANT-NAME of WS-TRANSACTION-RECORD
           move spaces to WS-MERCHANT-ID of WS-TRANSACTION-RECORD
           move 0 to WS-MERCHANT-CATEGORY-CODE
                                  of WS-TRANSACTION-RECORD
           if FILE-CHECK-CASH-ADVANCE of FILE-CONVENIENCE-CHECK
               set WS-TYPE-CASH-ADVANCE of WS-TRANSACTION-RECORD
                                                        to true
           else
               set WS-TYPE-BAL-TRANSFER of WS-TRANSACTION-RECORD
                                                        to true
           end-if
           move WRITE-RECORD to WS-FUNCTION-CODE
           call WRITE-TRANSACTION-RECORD using by value
                                        WS-FUNCTION-CODE
                              by reference WS-TRANSACTION-RECORD
                                           WS-TRANSACTION-STATUS
           if WS-TRANSACTION-STATUS <> "00"
                   and WS-TRANSACTION-STATUS <> "02"
               add 1 to WS-PRESENT-EXCEPTIONS
               display "*** Check post failed for check "
                       PRS-CHECK-NUMBER
                       " status " WS-TRANSACTION-STATUS
               exit section
           end-if
           set FILE-CHECK-PAID of FILE-CONVENIENCE-CHECK to true
           move WS-NEXT-TRANSACTION-ID to
                        FILE-POSTED-TXN-ID of FILE-CONVENIENCE-CHECK
           rewrite FILE-CONVENIENCE-CHECK
           add 1 to WS-CHECKS-PAID
           add WS-CHECK-AMOUNT to WS-PAID-TOTAL
           move WS-CHECK-AMOUNT to DISPLAY-CASH
           display "PAID  check " PRS-CHECK-NUMBER
                   "  type "
                   FILE-CHECK-TYPE of FILE-CONVENIENCE-CHECK
                   "  amount " DISPLAY-CASH
           .

       ISSUE-CHECK-BOOKS SECTION.
           open input Book-File
           if WS-BOOK-STATUS <> "00"
               exit section
           end-if
           read Book-File
               at end move "10" to WS-BOOK-STATUS
           end-read
           perform until WS-BOOK-STATUS <> "00"
               if BOOK-LINE <> spaces
                   perform ISSUE-ONE-BOOK
               end-if
               read Book-File
                   at end move "10" to WS-BOOK-STATUS
               end-read
           end-perform
           close Book-File
           .

       ISSUE-ONE-BOOK SECTION.
           move 0 to WS-REQ-ACCOUNT-ID WS-REQ-CHECK-COUNT
           move spaces to WS-REQ-OFFER-CODE WS-REQ-OFFER-TYPE
           move 0 to WS-REQ-TALLY
           unstring BOOK-LINE delimited by ","
               into WS-REQ-ACCOUNT-ID
                    WS-REQ-OFFER-CODE
                    WS-REQ-OFFER-TYPE
                    WS-REQ-CHECK-COUNT
               tallying in WS-REQ-TALLY
           end-unstring
           if WS-REQ-TALLY <> 4
                   or not WS-REQ-OFFER-TYPE-VALID
                   or WS-REQ-CHECK-COUNT = 0
                   or WS-REQ-CHECK-COUNT > BOOK-CHECKS-MAX
               add 1 to WS-BOOKS-REJECTED
               display "*** Malformed book request skipped: "
                       BOOK-LINE
               exit section
           end-if
           move WS-REQ-ACCOUNT-ID to WS-REQUESTED-ACCOUNT-ID
           perform CHECK-BOOK-ACCOUNT
           if not ACCOUNT-IS-USABLE
               add 1 to WS-BOOKS-REJECTED
               display "*** Book refused - account " WS-REQ-ACCOUNT-ID
                       " is not an open, unrestricted card account"
               exit section
           end-if
           move WS-CUSTOMER-ID of WS-ACCOUNT to
                   WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
           move START-READ to WS-FUNCTION-CODE
           call FIND-CUSTOMER-ID using by value WS-FUNCTION-CODE
                         by reference WS-CUST-CUSTOMER-RECORD
                                      WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               add 1 to WS-BOOKS-REJECTED
               display "*** Book refused - no customer on file for "
                       "account " WS-REQ-ACCOUNT-ID
               exit section
           end-if
           perform ISSUE-ONE-CHECK
               varying WS-BOOK-INDEX from 1 by 1
               until WS-BOOK-INDEX > WS-REQ-CHECK-COUNT
           add 1 to WS-BOOKS-ISSUED
           display "BOOK  account " WS-REQ-ACCOUNT-ID
                   "  offer " WS-REQ-OFFER-CODE
                   "  type " WS-REQ-OFFER-TYPE
                   "  checks " WS-REQ-CHECK-COUNT
           .

       CHECK-BOOK-ACCOUNT SECTION.
           move "N" to WS-ACCOUNT-FLAG
           perform FIND-REQUESTED-ACCOUNT
           if FILE-STATUS <> "00"
                   or WS-ACCOUNT-ID of WS-ACCOUNT
                                   <> WS-REQUESTED-ACCOUNT-ID
               move "00" to FILE-STATUS
               exit section
           end-if
           if not WS-ACCOUNT-OPEN or WS-TYPE-DEPOSIT
               exit section
           end-if
           if WS-HAS-RESTRICTION of WS-ACCOUNT
                   and WS-RESTRICTION-START-DATE of WS-ACCOUNT
                                                   <= WS-TODAY
                   and (WS-RESTRICTION-END-DATE of WS-ACCOUNT = 0
                        or WS-RESTRICTION-END-DATE of WS-ACCOUNT
                                                   >= WS-TODAY)
               exit section
           end-if
           set ACCOUNT-IS-USABLE to true
           .

       ISSUE-ONE-CHECK SECTION.
           move WS-NEXT-CHECK-NUMBER to
                        FILE-CHECK-NUMBER of FILE-CONVENIENCE-CHECK
           move WS-REQUESTED-ACCOUNT-ID to
                        FILE-ACCOUNT-ID of FILE-CONVENIENCE-CHECK
           move WS-REQ-OFFER-CODE to
                        FILE-OFFER-CODE of FILE-CONVENIENCE-CHECK
           move WS-REQ-OFFER-TYPE to
                        FILE-CHECK-TYPE of FILE-CONVENIENCE-CHECK
           move WS-TODAY to FILE-ISSUE-DATE of FILE-CONVENIENCE-CHECK
           set FILE-CHECK-ISSUED of FILE-CONVENIENCE-CHECK to true
           move 0 to FILE-STOP-DATE of FILE-CONVENIENCE-CHECK
           move 0 to FILE-PRESENTED-DATE of FILE-CONVENIENCE-CHECK
           move 0 to FILE-PRESENTED-AMOUNT of FILE-CONVENIENCE-CHECK
           move spaces to FILE-PAYEE-NAME of FILE-CONVENIENCE-CHECK
           move spaces to FILE-RETURN-REASON of FILE-CONVENIENCE-CHECK
           move 0 to FILE-POSTED-TXN-ID of FILE-CONVENIENCE-CHECK
           write FILE-CONVENIENCE-CHECK
           move spaces to ISSUE-RECORD
           move WS-NEXT-CHECK-NUMBER to ISS-CHECK-NUMBER
           move WS-REQUESTED-ACCOUNT-ID to WS-ACCOUNT-DISPLAY
           move WS-ACCOUNT-DISPLAY to ISS-ACCOUNT-ID
           move WS-REQ-OFFER-CODE to ISS-OFFER-CODE
           move WS-REQ-OFFER-TYPE to ISS-CHECK-TYPE
           move WS-TODAY to ISS-ISSUE-DATE
           string WS-CUST-FIRST-NAME delimited by "  "
                  " " delimited by size
                  WS-CUST-LAST-NAME delimited by "  "
               into ISS-NAME
           end-string
           move WS-CUST-ADDRESS-LINE-1 to ISS-ADDRESS-LINE-1
           move WS-CUST-ADDRESS-LINE-2 to ISS-ADDRESS-LINE-2
           move WS-CUST-CITY to ISS-CITY
           move WS-CUST-STATE to ISS-STATE
           move WS-CUST-ZIP-CODE to ISS-ZIP-CODE
           write ISSUE-RECORD
           add 1 to WS-CHECKS-ISSUED
           add 1 to WS-NEXT-CHECK-NUMBER
           .

       FIND-REQUESTED-ACCOUNT SECTION.
           move WS-REQUESTED-ACCOUNT-ID to WS-ACCOUNT-ID of WS-ACCOUNT
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
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           close Register-File
           close Return-File
           close Issue-File
           .
