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

      *> Daily standing-order run: every live order on the standing
      *> order file whose next date has come is executed through
      *> POST-INTERNAL-TRANSFER, the engine keyed transfers use, and
      *> moved on to its next date - seven days on for a weekly
      *> order, the anchor day of the next month for a monthly one.
      *> A transfer refused for want of funds or for a restriction
      *> on the account paid from is tried again on each following
      *> day, up to ORDER-MAX-TRIES; after that the occurrence is
      *> missed and the order moves on. Any other refusal - an
      *> account closed, a holder removed - suspends the order for
      *> the branch, who can cancel it or set up a fresh one. An
      *> order past its end date is ended. Every outcome is kept on
      *> the order and listed here.
       program-id. StandingOrderRun.

       environment division.
       input-output section.
       file-control.
           select Standing-Order-File
               assign to external standingOrderFile
               file status is WS-ORDER-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-ORDER-ID of FILE-STANDING-ORDER
               .

       data division.
       file section.
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
       01 WS-ORDER-STATUS                  PIC XX.
       01 WS-LOCK-STATUS                   PIC XX.
       01 WS-TRANSFER-STATUS               PIC XX.

       78 ORDER-CALLER-ID                  VALUE "STANDING-ORDER".
       01 WS-CALLER-ID                     PIC X(20).
       78 RUN-ID-STANDING-ORDER            VALUE "STANDORDER".
       78 LOCK-RESOURCE-ACCOUNT            VALUE "ACCOUNT".
      *> Days a due transfer is attempted before the occurrence is
      *> given up.
       78 ORDER-MAX-TRIES                  VALUE 3.

       01 WS-TODAY                         PIC 9(08).
       01 WS-NEXT-DATE                     PIC 9(08).
       01 WS-NEXT-DATE-PARTS REDEFINES WS-NEXT-DATE.
        03 WS-NEXT-YEAR                    PIC 9(04).
        03 WS-NEXT-MONTH                   PIC 9(02).
        03 WS-NEXT-DAY                     PIC 9(02).
       01 WS-DAYS-IN-MONTH                 PIC 99 COMP-5.
       01 WS-WEEK-STEP                     PIC 99 COMP-5.
       01 WS-ORDER-DISPLAY                 PIC 9(10).
       01 DISPLAY-CASH                     PIC -Z(12)9.99.

       01 WS-ORDERS-DUE                    PIC 9(6) COMP-5 VALUE 0.
       01 WS-ORDERS-EXECUTED               PIC 9(6) COMP-5 VALUE 0.
       01 WS-ORDERS-RETRYING               PIC 9(6) COMP-5 VALUE 0.
       01 WS-OCCURRENCES-MISSED            PIC 9(6) COMP-5 VALUE 0.
       01 WS-ORDERS-SUSPENDED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-ORDERS-ENDED                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-TOTAL-TRANSFERRED             PIC S9(12)V99 VALUE 0.

       procedure division.
           move ORDER-CALLER-ID to WS-CALLER-ID
           call SET-AUDIT-CALLER-ID using by reference WS-CALLER-ID
           call GET-PROCESSING-DATE using by reference WS-TODAY
           move RUN-ID-STANDING-ORDER to WS-LOCK-RUN-ID
           move 0 to WS-LOCK-CHUNK-START-ACCOUNT-ID
           move LOCK-RESOURCE-ACCOUNT to WS-LOCK-RESOURCE-NAME
           move high-values to WS-LOCK-RANGE-END-ACCOUNT-ID
           call ACQUIRE-RUN-LOCK using by reference WS-LOCK-JOB-LOCK
                                                    WS-LOCK-STATUS
           if WS-LOCK-STATUS <> "00"
               display "*** Another run holds the account book - "
                       "standing orders not run, status "
                       WS-LOCK-STATUS
               stop run
           end-if
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform RUN-ALL-ORDERS
               perform CLOSE-FILES
           end-if
           call RELEASE-RUN-LOCK using by reference WS-LOCK-JOB-LOCK
                                                    WS-LOCK-STATUS
           display "*** Standing orders due:       " WS-ORDERS-DUE
           display "*** Transfers made:            "
                   WS-ORDERS-EXECUTED
           move WS-TOTAL-TRANSFERRED to DISPLAY-CASH
           display "*** Amount transferred:        " DISPLAY-CASH
           display "*** To be tried again:         "
                   WS-ORDERS-RETRYING
           display "*** Occurrences missed:        "
                   WS-OCCURRENCES-MISSED
           display "*** Orders suspended:          "
                   WS-ORDERS-SUSPENDED
           display "*** Orders ended:              " WS-ORDERS-ENDED
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
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-HOLDER-XREF-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-XREF-STATUS
           if WS-XREF-STATUS <> "00"
               display "*** Holder cross-reference not available, "
                       "status " WS-XREF-STATUS
                       " - standing orders not run"
               move WS-XREF-STATUS to FILE-STATUS
               exit section
           end-if
      *>   No standing order file yet means none has been set up.
           open i-o Standing-Order-File
           if WS-ORDER-STATUS <> "00"
               display "*** No standing order file, status "
                       WS-ORDER-STATUS
               move WS-ORDER-STATUS to FILE-STATUS
           end-if
           .

       RUN-ALL-ORDERS SECTION.
           move low-values to FILE-STANDING-ORDER
           start Standing-Order-File key >= FILE-ORDER-ID
           if WS-ORDER-STATUS = "00"
               read Standing-Order-File next
           end-if
           perform until WS-ORDER-STATUS <> "00"
               if FILE-ORDER-ACTIVE
                       and FILE-ORDER-NEXT-DATE <= WS-TODAY
                   perform RUN-ONE-ORDER
                   rewrite FILE-STANDING-ORDER
                   if WS-ORDER-STATUS <> "00"
                       display "*** Standing order not updated, "
                               "status " WS-ORDER-STATUS
                       move "00" to WS-ORDER-STATUS
                   end-if
               end-if
               read Standing-Order-File next
           end-perform
           .

       RUN-ONE-ORDER SECTION.
           move FILE-ORDER-ID to WS-ORDER-DISPLAY
           if FILE-ORDER-END-DATE <> 0
                   and FILE-ORDER-NEXT-DATE > FILE-ORDER-END-DATE
               perform END-THE-ORDER
               exit section
           end-if
           add 1 to WS-ORDERS-DUE
           initialize WS-INTERNAL-TRANSFER
           move FILE-ORDER-FROM-ACCOUNT-ID to WS-FROM-ACCOUNT-ID
           move FILE-ORDER-TO-ACCOUNT-ID to WS-TO-ACCOUNT-ID
           move FILE-ORDER-AMOUNT to WS-TRANSFER-AMOUNT
           move FILE-ORDER-ID to WS-TRANSFER-ORDER-ID
           set WS-ORIGIN-STANDING-ORDER to true
           set WS-MODE-POST to true
           call POST-INTERNAL-TRANSFER using by reference
                                              WS-INTERNAL-TRANSFER
                                              WS-TRANSFER-STATUS
           move WS-TODAY to FILE-ORDER-LAST-RUN-DATE
           evaluate WS-TRANSFER-STATUS
               when "00"
                   move "TRANSFERRED" to FILE-ORDER-LAST-RESULT
                   move 0 to FILE-ORDER-TRIES
                   add 1 to WS-ORDERS-EXECUTED
                   add FILE-ORDER-AMOUNT to WS-TOTAL-TRANSFERRED
                   move FILE-ORDER-AMOUNT to DISPLAY-CASH
                   display "TRANSFERRED  order " WS-ORDER-DISPLAY
                           "  amount " DISPLAY-CASH
                   perform ADVANCE-NEXT-DATE
               when "42"
               when "51"
                   move WS-TRANSFER-REASON to FILE-ORDER-LAST-RESULT
                   add 1 to FILE-ORDER-TRIES
                   if FILE-ORDER-TRIES >= ORDER-MAX-TRIES
                       move 0 to FILE-ORDER-TRIES
                       add 1 to WS-OCCURRENCES-MISSED
                       display "MISSED  order " WS-ORDER-DISPLAY
                               "  " WS-TRANSFER-REASON
                       perform ADVANCE-NEXT-DATE
                   else
                       add 1 to WS-ORDERS-RETRYING
                       display "RETRY  order " WS-ORDER-DISPLAY
                               "  " WS-TRANSFER-REASON
                   end-if
               when other
                   move WS-TRANSFER-REASON to FILE-ORDER-LAST-RESULT
                   set FILE-ORDER-SUSPENDED to true
                   add 1 to WS-ORDERS-SUSPENDED
                   display "*** SUSPENDED  order " WS-ORDER-DISPLAY
                           "  " WS-TRANSFER-REASON
           end-evaluate
           .

      *> A weekly order steps seven days; a monthly one goes to its
      *> anchor day in the next month, held to that month's last day
      *> so an order anchored on the 31st still runs in April.
       ADVANCE-NEXT-DATE SECTION.
           move FILE-ORDER-NEXT-DATE to WS-NEXT-DATE
           if FILE-ORDER-WEEKLY
               perform varying WS-WEEK-STEP from 1 by 1
                         until WS-WEEK-STEP > 7
                   call ADVANCE-ONE-DAY-ENTRY using by reference
                                                     WS-NEXT-DATE
               end-perform
           else
               if WS-NEXT-MONTH = 12
                   add 1 to WS-NEXT-YEAR
                   move 1 to WS-NEXT-MONTH
               else
                   add 1 to WS-NEXT-MONTH
               end-if
               move 1 to WS-NEXT-DAY
               call GET-DAYS-IN-MONTH using by reference WS-NEXT-DATE
                                                     WS-DAYS-IN-MONTH
               if FILE-ORDER-ANCHOR-DAY > WS-DAYS-IN-MONTH
                   move WS-DAYS-IN-MONTH to WS-NEXT-DAY
               else
                   move FILE-ORDER-ANCHOR-DAY to WS-NEXT-DAY
               end-if
           end-if
           move WS-NEXT-DATE to FILE-ORDER-NEXT-DATE
           if FILE-ORDER-END-DATE <> 0
                   and FILE-ORDER-NEXT-DATE > FILE-ORDER-END-DATE
               perform END-THE-ORDER
           end-if
           .

       END-THE-ORDER SECTION.
           set FILE-ORDER-ENDED to true
           add 1 to WS-ORDERS-ENDED
           display "ENDED  order " WS-ORDER-DISPLAY
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
           .
