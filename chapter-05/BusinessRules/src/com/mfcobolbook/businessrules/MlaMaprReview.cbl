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

      *> Monthly Military Lending Act MAPR review, run after the
      *> month-end interest run has persisted the cycle's statement.
      *> For every account on file as a covered borrower the latest
      *> statement cycle is measured through MEASURE-MLA-CYCLE -
      *> interest billed plus every fee and premium posted from the
      *> cycle start to the statement date, against the 36% MAPR
      *> allowance on the balance those charges were billed on - and
      *> any excess is refunded automatically as a dated credit that
      *> nets into the balance at the next interest run. The credit
      *> carries the cycle start in its description, so a rerun for
      *> the same cycle finds it on file and refunds nothing twice.
       program-id. MlaMaprReview.

       environment division.
       input-output section.
       file-control.
           select Statement-File assign to external statementFile
               file status is WS-STATEMENT-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-STATEMENT-KEY
                          of FILE-STATEMENT-RECORD
               .

       data division.
       file section.
       fd Statement-File.
       copy "STATEMENT-RECORD.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "TRANSACTION-RECORD.cpy" replacing ==(PREFIX)==
                                                  by ==WS-TXN==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-TRANSACTION-STATUS            PIC XX.
       01 WS-STATEMENT-STATUS              PIC XX.

       78 MLA-CALLER-ID                    VALUE "MLA-MAPR-REVIEW".
       01 WS-CALLER-ID                     PIC X(20).
       78 REFUND-DESCRIPTION-TEXT          VALUE "MLA MAPR REFUND ".

       01 WS-TODAY                         PIC 9(08).

      *> The latest statement found for the account in hand.
       01 WS-STATEMENT-FOUND-FLAG          PIC X VALUE "N".
        88 STATEMENT-WAS-FOUND                 VALUE "Y".
       01 WS-CYCLE-START                   PIC 9(08).
       01 WS-CYCLE-END                     PIC 9(08).
       01 WS-INTEREST-BILLED               PIC S9(12)V99.
       01 WS-ENDING-BALANCE                PIC S9(12)V99.

       01 WS-CYCLE-CHARGES                 PIC S9(12)V99.
       01 WS-CYCLE-ALLOWANCE               PIC S9(12)V99.
       01 WS-CYCLE-EXCESS                  PIC S9(12)V99.
       01 WS-CHARGE-BASE                   PIC S9(12)V99.
       01 WS-MAPR                          PIC S9(5)V9(4).

       01 WS-REFUND-DESCRIPTION.
        03 WS-REFUND-TEXT                  PIC X(16).
        03 WS-REFUND-CYCLE                 PIC 9(08).
       01 WS-ALREADY-REFUNDED-FLAG         PIC X VALUE "N".
        88 REFUND-ALREADY-ON-FILE              VALUE "Y".
       01 WS-NEXT-TRANSACTION-ID           PIC X(4) COMP-X.

       01 WS-ACCOUNTS-SCANNED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-ACCOUNTS-COVERED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-REFUNDS-POSTED                PIC 9(6) COMP-5 VALUE 0.
       01 WS-REFUND-TOTAL                  PIC S9(12)V99 VALUE 0.
       01 DISPLAY-CASH                     PIC -Z(12)9.99.
       01 DISPLAY-EXCESS                   PIC -Z(12)9.99.
       01 DISPLAY-MAPR                     PIC -ZZ9.99.

       procedure division.
           move MLA-CALLER-ID to WS-CALLER-ID
           call SET-AUDIT-CALLER-ID using by reference WS-CALLER-ID
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform SCAN-ACCOUNTS
               perform CLOSE-FILES
           end-if
           move WS-REFUND-TOTAL to DISPLAY-CASH
           display "*** Accounts scanned:      " WS-ACCOUNTS-SCANNED
           display "*** Covered borrowers:     " WS-ACCOUNTS-COVERED
           display "*** MAPR refunds posted:   " WS-REFUNDS-POSTED
           display "*** Total refunded:   " DISPLAY-CASH
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
           open input Statement-File
           if WS-STATEMENT-STATUS <> "00"
               display "*** Could not open statement file, status "
                       WS-STATEMENT-STATUS
               move WS-STATEMENT-STATUS to FILE-STATUS
               exit section
           end-if
           .

      *> The account file is only read here - the refund is a
      *> transaction row, never a rewrite - so the walk is a plain
      *> start-to-end pass.
       SCAN-ACCOUNTS SECTION.
           move 0 to WS-ACCOUNT-ID of WS-ACCOUNT
           move START-READ to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           perform READ-NEXT-ACCOUNT
           perform until FILE-STATUS <> "00"
               perform REVIEW-ACCOUNT
               perform READ-NEXT-ACCOUNT
           end-perform
           .

       READ-NEXT-ACCOUNT SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           .

       REVIEW-ACCOUNT SECTION.
           add 1 to WS-ACCOUNTS-SCANNED
           if not WS-MLA-COVERED of WS-ACCOUNT
               exit section
           end-if
           add 1 to WS-ACCOUNTS-COVERED
           perform FIND-LATEST-STATEMENT
           if not STATEMENT-WAS-FOUND
               display "MLA  account " WS-ACCOUNT-ID of WS-ACCOUNT
                       "  no statement on file - not measured"
               exit section
           end-if
           call MEASURE-MLA-CYCLE using by reference WS-ACCOUNT
                                                     WS-CYCLE-START
                                                     WS-CYCLE-END
                                                     WS-INTEREST-BILLED
                                                     WS-ENDING-BALANCE
                                                     WS-CYCLE-CHARGES
                                                     WS-CYCLE-ALLOWANCE
                                                     WS-CYCLE-EXCESS
      *>   MAPR as reported: the cycle's charges over the balance
      *>   they were billed on, annualized.
           compute WS-CHARGE-BASE =
                   WS-ENDING-BALANCE - WS-CYCLE-CHARGES
           if WS-CHARGE-BASE > 0
               compute WS-MAPR rounded =
                       WS-CYCLE-CHARGES * 12 / WS-CHARGE-BASE
           else
               move 0 to WS-MAPR
           end-if
           compute DISPLAY-MAPR = WS-MAPR * 100
           move WS-CYCLE-CHARGES to DISPLAY-CASH
           move WS-CYCLE-EXCESS to DISPLAY-EXCESS
           display "MAPR  account " WS-ACCOUNT-ID of WS-ACCOUNT
                   "  cycle " WS-CYCLE-START
                   "  charges" DISPLAY-CASH
                   "  MAPR " DISPLAY-MAPR "%"
                   "  excess" DISPLAY-EXCESS
           if WS-CYCLE-EXCESS not > 0
               exit section
           end-if
           move REFUND-DESCRIPTION-TEXT to WS-REFUND-TEXT
           move WS-CYCLE-START to WS-REFUND-CYCLE
           perform CHECK-ALREADY-REFUNDED
           if REFUND-ALREADY-ON-FILE
               display "MLA  account " WS-ACCOUNT-ID of WS-ACCOUNT
                       "  cycle " WS-CYCLE-START
                       " already refunded"
               exit section
           end-if
           perform POST-REFUND-CREDIT
           .

      *> Statements are keyed account then cycle start, so the last
      *> row read for the account is its latest cycle.
       FIND-LATEST-STATEMENT SECTION.
           move "N" to WS-STATEMENT-FOUND-FLAG
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                        FILE-ACCOUNT-ID of FILE-STATEMENT-RECORD
           move 0 to FILE-CYCLE-START-DATE of FILE-STATEMENT-RECORD
           start Statement-File key >= FILE-STATEMENT-KEY
                                    of FILE-STATEMENT-RECORD
           if WS-STATEMENT-STATUS <> "00"
               move "00" to WS-STATEMENT-STATUS
               exit section
           end-if
           perform READ-NEXT-STATEMENT
           perform until WS-STATEMENT-STATUS <> "00"
                      or FILE-ACCOUNT-ID of FILE-STATEMENT-RECORD <>
                         WS-ACCOUNT-ID of WS-ACCOUNT
               set STATEMENT-WAS-FOUND to true
               move FILE-CYCLE-START-DATE of FILE-STATEMENT-RECORD
                                   to WS-CYCLE-START
               move FILE-GENERATED-DATE of FILE-STATEMENT-RECORD
                                   to WS-CYCLE-END
               move FILE-INTEREST-CHARGED of FILE-STATEMENT-RECORD
                                   to WS-INTEREST-BILLED
               move FILE-ENDING-BALANCE of FILE-STATEMENT-RECORD
                                   to WS-ENDING-BALANCE
               perform READ-NEXT-STATEMENT
           end-perform
           move "00" to WS-STATEMENT-STATUS
           .

       READ-NEXT-STATEMENT SECTION.
           read Statement-File next
               at end move "10" to WS-STATEMENT-STATUS
           end-read
           .

      *> A refund credit for this cycle already on the account means
      *> an earlier run of the review settled it.
       CHECK-ALREADY-REFUNDED SECTION.
           move "N" to WS-ALREADY-REFUNDED-FLAG
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                   WS-TXN-ACCOUNT-ID of WS-TXN-TRANSACTION-RECORD
           move 0 to WS-TXN-TRANSACTION-ID
           move START-READ to WS-FUNCTION-CODE
           call FIND-TRANSACTION-BY-ACCOUNT using
                                          by value WS-FUNCTION-CODE
                                  by reference WS-TXN-TRANSACTION-RECORD
                                               WS-TRANSACTION-STATUS
           move READ-NEXT to WS-FUNCTION-CODE
           call FIND-TRANSACTION-BY-ACCOUNT using
                                          by value WS-FUNCTION-CODE
                                  by reference WS-TXN-TRANSACTION-RECORD
                                               WS-TRANSACTION-STATUS
           perform until (WS-TRANSACTION-STATUS <> "00"
                           and WS-TRANSACTION-STATUS <> "02")
                   or WS-TXN-ACCOUNT-ID of WS-TXN-TRANSACTION-RECORD
                                   <> WS-ACCOUNT-ID of WS-ACCOUNT
               if WS-TXN-DESCRIPTION(1:24) = WS-REFUND-DESCRIPTION
                   set REFUND-ALREADY-ON-FILE to true
                   exit perform
               end-if
               move READ-NEXT to WS-FUNCTION-CODE
               call FIND-TRANSACTION-BY-ACCOUNT using
                                          by value WS-FUNCTION-CODE
                                  by reference WS-TXN-TRANSACTION-RECORD
                                               WS-TRANSACTION-STATUS
           end-perform
           move "00" to WS-TRANSACTION-STATUS
           .

       POST-REFUND-CREDIT SECTION.
           call GET-NEXT-TRANSACTION-ID using by reference
                                             WS-NEXT-TRANSACTION-ID
                                             WS-TRANSACTION-STATUS
           move WS-NEXT-TRANSACTION-ID to WS-TXN-TRANSACTION-ID
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                   WS-TXN-ACCOUNT-ID of WS-TXN-TRANSACTION-RECORD
           move WS-TODAY(1:4) to WS-TXN-YEAR
           move WS-TODAY(5:2) to WS-TXN-MONTH
           move WS-TODAY(7:2) to WS-TXN-DAY
           compute WS-TXN-AMOUNT = 0 - WS-CYCLE-EXCESS
           move WS-REFUND-DESCRIPTION to WS-TXN-DESCRIPTION
           move WS-CURRENCY-CODE of WS-ACCOUNT to
                   WS-TXN-CURRENCY-CODE
           move space to WS-TXN-DISPUTE-STATUS
           move 0 to WS-TXN-LINKED-TRANSACTION-ID
           move spaces to WS-TXN-MERCHANT-NAME
           move spaces to WS-TXN-MERCHANT-ID
           move 0 to WS-TXN-MERCHANT-CATEGORY-CODE
           move space to WS-TXN-TRANSACTION-TYPE
           move WRITE-RECORD to WS-FUNCTION-CODE
           call WRITE-TRANSACTION-RECORD using by value
                                        WS-FUNCTION-CODE
                      by reference WS-TXN-TRANSACTION-RECORD
                                   WS-TRANSACTION-STATUS
           if WS-TRANSACTION-STATUS = "00"
                   or WS-TRANSACTION-STATUS = "02"
               add 1 to WS-REFUNDS-POSTED
               add WS-CYCLE-EXCESS to WS-REFUND-TOTAL
               move WS-CYCLE-EXCESS to DISPLAY-CASH
               display "MLA REFUND  account "
                       WS-ACCOUNT-ID of WS-ACCOUNT
                       "  cycle " WS-CYCLE-START
                       "  amount " DISPLAY-CASH
           else
               display "*** MAPR refund failed for account "
                       WS-ACCOUNT-ID of WS-ACCOUNT " status "
                       WS-TRANSACTION-STATUS
           end-if
           move "00" to WS-TRANSACTION-STATUS
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           close Statement-File
           .
