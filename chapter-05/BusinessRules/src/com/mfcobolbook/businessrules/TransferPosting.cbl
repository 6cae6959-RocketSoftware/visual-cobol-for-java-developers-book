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

      *> Transfers between a customer's own accounts, keyed by the
      *> branch and call centre in place of a withdrawal on one
      *> account and an unlinked payment on the other. Fixed-layout
      *> lines - a two-character action code, then its fields:
      *>   TR  from account (9), to account (9), amount (zoned
      *>       9(9)V99) - move the money now;
      *>   SO  from account (9), to account (9), amount (zoned
      *>       9(9)V99), frequency (W weekly, M monthly), first
      *>       transfer date yyyymmdd (today or later), end date
      *>       yyyymmdd (zeros = until cancelled) - set up a
      *>       standing order for StandingOrderRun to execute;
      *>   SX  standing order id (9) - cancel it.
      *> Transfers post through POST-INTERNAL-TRANSFER, the engine
      *> the standing orders use too, so a keyed transfer and a
      *> scheduled one are edited and booked alike; a standing order
      *> is vetted by the same engine in edit-only mode before it is
      *> filed, funds aside, since those are judged on the day. The
      *> run takes the whole ACCOUNT range under its own run id, as
      *> PaymentPosting does, so no other run sees half a transfer.
       program-id. TransferPosting.

       environment division.
       input-output section.
       file-control.
           select Request-File assign to external transferRequestFile
               organization is line sequential
               file status is WS-REQUEST-STATUS
               .
           select Standing-Order-File
               assign to external standingOrderFile
               file status is WS-ORDER-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-ORDER-ID of FILE-STANDING-ORDER
               .

       data division.
       file section.
       fd Request-File.
       01 REQUEST-LINE.
        03 REQ-ACTION                      PIC X(02).
        03 REQ-DATA                        PIC X(60).
        03 REQ-DATA-TRANSFER REDEFINES REQ-DATA.
         05 REQ-FROM-ACCOUNT               PIC X(09).
         05 REQ-TO-ACCOUNT                 PIC X(09).
         05 REQ-AMOUNT                     PIC X(11).
         05 REQ-FREQUENCY                  PIC X(01).
         05 REQ-FIRST-DATE                 PIC X(08).
         05 REQ-END-DATE                   PIC X(08).
         05 FILLER                         PIC X(14).
        03 REQ-DATA-CANCEL REDEFINES REQ-DATA.
         05 REQ-ORDER-ID                   PIC X(09).
         05 FILLER                         PIC X(51).
       fd Standing-Order-File.
       copy "STANDING-ORDER.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "INTERNAL-TRANSFER.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "JOB-LOCK.cpy" replacing ==(PREFIX)== by ==WS-LOCK==.
       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-TRANSACTION-STATUS            PIC XX.
       01 WS-XREF-STATUS                   PIC XX.
       01 WS-REQUEST-STATUS                PIC XX.
       01 WS-ORDER-STATUS                  PIC XX.
       01 WS-LOCK-STATUS                   PIC XX.
       01 WS-TRANSFER-STATUS               PIC XX.
       01 WS-COUNTER-STATUS                PIC XX.

       78 TRANSFER-CALLER-ID               VALUE "TRANSFER-POST".
       01 WS-CALLER-ID                     PIC X(20).
       78 RUN-ID-TRANSFER                  VALUE "TRANSFER".
       78 LOCK-RESOURCE-ACCOUNT            VALUE "ACCOUNT".

       01 WS-TODAY                         PIC 9(08).
       01 WS-FROM-ACCOUNT                  PIC 9(09).
       01 WS-TO-ACCOUNT                    PIC 9(09).
       01 WS-REQ-AMOUNT                    PIC 9(09)V99.
       01 WS-FIRST-DATE                    PIC 9(08).
       01 WS-FIRST-DATE-PARTS REDEFINES WS-FIRST-DATE.
        03 WS-FIRST-YEAR                   PIC 9(04).
        03 WS-FIRST-MONTH                  PIC 9(02).
        03 WS-FIRST-DAY                    PIC 9(02).
       01 WS-END-DATE                      PIC 9(08).
       01 WS-ORDER-NUMBER                  PIC 9(09).
       01 WS-NEXT-ORDER-ID                 PIC X(4) COMP-X.
       01 WS-REJECT-REASON                 PIC X(30).
       01 DISPLAY-CASH                     PIC -Z(12)9.99.
       01 WS-ORDER-DISPLAY                 PIC 9(10).

       01 WS-TRANSFERS-POSTED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-ORDERS-SET-UP                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-ORDERS-CANCELLED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-LINES-REJECTED                PIC 9(6) COMP-5 VALUE 0.
       01 WS-TOTAL-TRANSFERRED             PIC S9(12)V99 VALUE 0.

       procedure division.
           move TRANSFER-CALLER-ID to WS-CALLER-ID
           call SET-AUDIT-CALLER-ID using by reference WS-CALLER-ID
           call GET-PROCESSING-DATE using by reference WS-TODAY
           move RUN-ID-TRANSFER to WS-LOCK-RUN-ID
           move 0 to WS-LOCK-CHUNK-START-ACCOUNT-ID
           move LOCK-RESOURCE-ACCOUNT to WS-LOCK-RESOURCE-NAME
           move high-values to WS-LOCK-RANGE-END-ACCOUNT-ID
           call ACQUIRE-RUN-LOCK using by reference WS-LOCK-JOB-LOCK
                                                    WS-LOCK-STATUS
           if WS-LOCK-STATUS <> "00"
               display "*** Another run holds the account book - "
                       "no transfers posted, status " WS-LOCK-STATUS
               stop run
           end-if
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform PROCESS-REQUEST-FILE
               perform CLOSE-FILES
           end-if
           call RELEASE-RUN-LOCK using by reference WS-LOCK-JOB-LOCK
                                                    WS-LOCK-STATUS
           display "*** Transfers posted:          "
                   WS-TRANSFERS-POSTED
           move WS-TOTAL-TRANSFERRED to DISPLAY-CASH
           display "*** Amount transferred:        " DISPLAY-CASH
           display "*** Standing orders set up:    " WS-ORDERS-SET-UP
           display "*** Standing orders cancelled: "
                   WS-ORDERS-CANCELLED
           display "*** Lines rejected:            " WS-LINES-REJECTED
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
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           if WS-TRANSACTION-STATUS <> "00"
               display "*** Could not open transaction file, status "
                       WS-TRANSACTION-STATUS
               move WS-TRANSACTION-STATUS to FILE-STATUS
               exit section
           end-if
      *>   No cross-reference means no shared holder can be shown,
      *>   and the engine refuses every transfer - said once here.
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-HOLDER-XREF-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-XREF-STATUS
           if WS-XREF-STATUS <> "00"
               display "*** Holder cross-reference not available, "
                       "status " WS-XREF-STATUS
                       " - transfers will be refused"
           end-if
           open i-o Standing-Order-File
           if WS-ORDER-STATUS = "35" or WS-ORDER-STATUS = "05"
               open output Standing-Order-File
               close Standing-Order-File
               open i-o Standing-Order-File
           end-if
           if WS-ORDER-STATUS <> "00"
               display "*** Could not open standing order file, "
                       "status " WS-ORDER-STATUS
               move WS-ORDER-STATUS to FILE-STATUS
               exit section
           end-if
           open input Request-File
           if WS-REQUEST-STATUS <> "00"
               display "*** Could not open transfer request file, "
                       "status " WS-REQUEST-STATUS
               move WS-REQUEST-STATUS to FILE-STATUS
           end-if
           .

       PROCESS-REQUEST-FILE SECTION.
           read Request-File
               at end move "10" to WS-REQUEST-STATUS
           end-read
           perform until WS-REQUEST-STATUS <> "00"
               move spaces to WS-REJECT-REASON
               evaluate REQ-ACTION
                   when "TR"
                       perform APPLY-TRANSFER
                   when "SO"
                       perform APPLY-STANDING-ORDER
                   when "SX"
                       perform APPLY-ORDER-CANCEL
                   when other
                       move "UNKNOWN ACTION" to WS-REJECT-REASON
               end-evaluate
               if WS-REJECT-REASON <> spaces
                   add 1 to WS-LINES-REJECTED
                   display "*** REJECTED " WS-REJECT-REASON
                           "  " REQUEST-LINE
               end-if
               read Request-File
                   at end move "10" to WS-REQUEST-STATUS
               end-read
           end-perform
           .

       EDIT-TRANSFER-FIELDS SECTION.
           if REQ-FROM-ACCOUNT is not numeric
                   or REQ-TO-ACCOUNT is not numeric
               move "ACCOUNT NOT NUMERIC" to WS-REJECT-REASON
               exit section
           end-if
           if REQ-AMOUNT is not numeric
               move "AMOUNT NOT NUMERIC" to WS-REJECT-REASON
               exit section
           end-if
           move REQ-FROM-ACCOUNT to WS-FROM-ACCOUNT
           move REQ-TO-ACCOUNT to WS-TO-ACCOUNT
           move REQ-AMOUNT to WS-REQ-AMOUNT
           initialize WS-INTERNAL-TRANSFER
           move WS-FROM-ACCOUNT to WS-FROM-ACCOUNT-ID
           move WS-TO-ACCOUNT to WS-TO-ACCOUNT-ID
           move WS-REQ-AMOUNT to WS-TRANSFER-AMOUNT
           .

       APPLY-TRANSFER SECTION.
           perform EDIT-TRANSFER-FIELDS
           if WS-REJECT-REASON <> spaces
               exit section
           end-if
           set WS-ORIGIN-CSR to true
           set WS-MODE-POST to true
           call POST-INTERNAL-TRANSFER using by reference
                                              WS-INTERNAL-TRANSFER
                                              WS-TRANSFER-STATUS
           if WS-TRANSFER-STATUS <> "00"
               move WS-TRANSFER-REASON to WS-REJECT-REASON
               exit section
           end-if
           add 1 to WS-TRANSFERS-POSTED
           add WS-TRANSFER-AMOUNT to WS-TOTAL-TRANSFERRED
           move WS-TRANSFER-AMOUNT to DISPLAY-CASH
           display "TRANSFER  from " WS-FROM-ACCOUNT
                   "  to " WS-TO-ACCOUNT
                   "  amount " DISPLAY-CASH
           .

       APPLY-STANDING-ORDER SECTION.
           perform EDIT-TRANSFER-FIELDS
           if WS-REJECT-REASON <> spaces
               exit section
           end-if
           if REQ-FREQUENCY <> "W" and REQ-FREQUENCY <> "M"
               move "BAD FREQUENCY" to WS-REJECT-REASON
               exit section
           end-if
           if REQ-FIRST-DATE is not numeric
                   or REQ-END-DATE is not numeric
               move "DATE NOT NUMERIC" to WS-REJECT-REASON
               exit section
           end-if
           move REQ-FIRST-DATE to WS-FIRST-DATE
           move REQ-END-DATE to WS-END-DATE
           if WS-FIRST-DATE < WS-TODAY
                   or WS-FIRST-MONTH < 1 or WS-FIRST-MONTH > 12
                   or WS-FIRST-DAY < 1 or WS-FIRST-DAY > 31
               move "BAD FIRST TRANSFER DATE" to WS-REJECT-REASON
               exit section
           end-if
           if WS-END-DATE <> 0 and WS-END-DATE < WS-FIRST-DATE
               move "END DATE BEFORE FIRST DATE" to WS-REJECT-REASON
               exit section
           end-if
           set WS-ORIGIN-STANDING-ORDER to true
           set WS-MODE-EDIT-ONLY to true
           call POST-INTERNAL-TRANSFER using by reference
                                              WS-INTERNAL-TRANSFER
                                              WS-TRANSFER-STATUS
           if WS-TRANSFER-STATUS <> "00"
               move WS-TRANSFER-REASON to WS-REJECT-REASON
               exit section
           end-if
           call GET-NEXT-STANDING-ORDER-ID using by reference
                                             WS-NEXT-ORDER-ID
                                             WS-COUNTER-STATUS
           if WS-COUNTER-STATUS <> "00"
               move "NO ORDER ID ISSUED" to WS-REJECT-REASON
               exit section
           end-if
           initialize FILE-STANDING-ORDER
           move WS-NEXT-ORDER-ID to FILE-ORDER-ID
           move WS-FROM-ACCOUNT-ID to FILE-ORDER-FROM-ACCOUNT-ID
           move WS-TO-ACCOUNT-ID to FILE-ORDER-TO-ACCOUNT-ID
           move WS-TRANSFER-AMOUNT to FILE-ORDER-AMOUNT
           move REQ-FREQUENCY to FILE-ORDER-FREQUENCY
           move WS-FIRST-DAY to FILE-ORDER-ANCHOR-DAY
           move WS-FIRST-DATE to FILE-ORDER-NEXT-DATE
           move WS-END-DATE to FILE-ORDER-END-DATE
           set FILE-ORDER-ACTIVE to true
           move WS-TODAY to FILE-ORDER-CREATED-DATE
           move 0 to FILE-ORDER-LAST-RUN-DATE
           move 0 to FILE-ORDER-TRIES
           move spaces to FILE-ORDER-LAST-RESULT
           write FILE-STANDING-ORDER
           if WS-ORDER-STATUS <> "00"
               move "STANDING ORDER NOT WRITTEN" to WS-REJECT-REASON
               move "00" to WS-ORDER-STATUS
               exit section
           end-if
           add 1 to WS-ORDERS-SET-UP
           move WS-NEXT-ORDER-ID to WS-ORDER-DISPLAY
           move WS-TRANSFER-AMOUNT to DISPLAY-CASH
           display "STANDING ORDER " WS-ORDER-DISPLAY
                   "  from " WS-FROM-ACCOUNT "  to " WS-TO-ACCOUNT
                   "  amount " DISPLAY-CASH
                   "  " REQ-FREQUENCY "  first " WS-FIRST-DATE
           .

       APPLY-ORDER-CANCEL SECTION.
           if REQ-ORDER-ID is not numeric
               move "ORDER ID NOT NUMERIC" to WS-REJECT-REASON
               exit section
           end-if
           move REQ-ORDER-ID to WS-ORDER-NUMBER
           move WS-ORDER-NUMBER to FILE-ORDER-ID
           read Standing-Order-File key is FILE-ORDER-ID
           if WS-ORDER-STATUS <> "00"
               move "STANDING ORDER NOT ON FILE" to WS-REJECT-REASON
               move "00" to WS-ORDER-STATUS
               exit section
           end-if
           if not FILE-ORDER-ACTIVE and not FILE-ORDER-SUSPENDED
               move "STANDING ORDER NOT LIVE" to WS-REJECT-REASON
               exit section
           end-if
           set FILE-ORDER-CANCELLED to true
           move "CANCELLED AT CUSTOMER REQUEST"
                                   to FILE-ORDER-LAST-RESULT
           rewrite FILE-STANDING-ORDER
           if WS-ORDER-STATUS <> "00"
               move "STANDING ORDER NOT UPDATED" to WS-REJECT-REASON
               move "00" to WS-ORDER-STATUS
               exit section
           end-if
           add 1 to WS-ORDERS-CANCELLED
           display "CANCELLED standing order " WS-ORDER-NUMBER
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-HOLDER-XREF-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-XREF-STATUS
           close Standing-Order-File
           close Request-File
           .
