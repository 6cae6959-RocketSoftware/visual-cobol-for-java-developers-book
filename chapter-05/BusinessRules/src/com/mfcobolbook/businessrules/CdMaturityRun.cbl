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

      *> Daily certificate-of-deposit maturity run. For every open CD
      *> (type D), under the same ACCOUNT run lock the interest runs
      *> take:
      *>   - withdrawals posted since the last review and dated
      *>     inside the running term, before maturity, are charged
      *>     the early-withdrawal penalty - the CD product table's
      *>     days of interest at the CD's locked rate on the amount
      *>     taken - as a row linked to the withdrawal, folded into
      *>     the balance. Withdrawals in the grace period are free;
      *>   - inside the product's notice days before maturity, a
      *>     CDMN correspondence trigger carries the maturity notice
      *>     (amount = the balance on deposit), once per term;
      *>   - the day after the grace period ends, a CD with money on
      *>     deposit rolls for the same term at the table's current
      *>     rate from the maturity date; one the customer emptied in
      *>     grace is closed. A term no longer offered is reported
      *>     and left for the deposit team.
      *> Interest itself is credited by SavingsInterestRun, which
      *> pays CDs at their locked rate with the savings book.
       program-id. CdMaturityRun.

       environment division.
       input-output section.
       file-control.
           select Trigger-File
               assign to external correspondenceTriggerFile
               organization is line sequential
               file status is WS-TRG-FILE-STATUS
               .

       data division.
       file section.
       fd Trigger-File.
       copy "CORRESPONDENCE-TRIGGER.cpy"
                              replacing ==(PREFIX)== by ==FILE-TRG==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "TRANSACTION-RECORD.cpy" replacing ==(PREFIX)==
                                                  by ==WS-TXN==.
       copy "TRANSACTION-RECORD.cpy" replacing ==(PREFIX)==
                                                  by ==WS-PEN-TXN==.
       copy "CD-PRODUCT.cpy" replacing ==(PREFIX)== by ==WS-CDP==.
       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-TRANSACTION-STATUS            PIC XX.
       01 WS-TRG-FILE-STATUS               PIC XX.
       01 WS-LOCK-STATUS                   PIC XX.
       01 WS-CD-STATUS                     PIC XX.
       01 WS-CLOSE-STATUS                  PIC XX.

       78 CD-CALLER-ID                     VALUE "CD-MATURITY".
       01 WS-CALLER-ID                     PIC X(20).
       78 RUN-ID-CD-MATURITY               VALUE "CDMATURITY".
       78 LOCK-RESOURCE-ACCOUNT            VALUE "ACCOUNT".
       copy "JOB-LOCK.cpy" replacing ==(PREFIX)== by ==WS-LOCK==.

       78 PENALTY-DESCRIPTION
                      VALUE "CD EARLY WITHDRAWAL PENALTY".
       78 PAYOUT-DESCRIPTION
                      VALUE "CD INTEREST PAID TO SAVINGS".
       78 WITHHOLDING-DESCRIPTION          VALUE "BACKUP WITHHOLDING".
       78 DEPOSIT-INTEREST-DESCRIPTION
                                VALUE "DEPOSIT INTEREST EARNED".
       78 MATURITY-NOTICE-TEMPLATE         VALUE "CDMN".
      *> Notice lead when the CD's term has left the product table.
       78 DEFAULT-NOTICE-DAYS              VALUE 30.

       01 WS-TODAY                         PIC 9(08).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
        03 WS-TODAY-YEAR                   PIC 9(04).
        03 WS-TODAY-MONTH                  PIC 9(02).
        03 WS-TODAY-DAY                    PIC 9(02).
       01 WS-ROW-DATE                      PIC 9(08).
       01 WS-NOTICE-HORIZON                PIC 9(08).
       01 WS-NOTICE-STEP                   PIC 99 COMP-5.
       01 WS-DAYS-IN-YEAR                  PIC 999 COMP-5.
       01 WS-PENALTY-DAYS                  PIC 9(03).
       01 WS-NOTICE-DAYS                   PIC 9(02).
       01 WS-TERM-START                    PIC 9(08).
       01 WS-PENALTY-AMOUNT                PIC S9(12)V99.
       01 WS-CD-PENALTIES                  PIC S9(12)V99.
       01 WS-NEXT-TRANSACTION-ID           PIC X(4) COMP-X.
       01 WS-CLOSE-ACCOUNT-FLAG            PIC X.
        88 CD-IS-TO-BE-CLOSED                  VALUE "Y".
       01 WS-ACCOUNT-DISPLAY               PIC 9(10).

       01 WS-CDS-REVIEWED                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-PENALTIES-POSTED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-NOTICES-WRITTEN               PIC 9(6) COMP-5 VALUE 0.
       01 WS-CDS-ROLLED                    PIC 9(6) COMP-5 VALUE 0.
       01 WS-CDS-CLOSED                    PIC 9(6) COMP-5 VALUE 0.
       01 WS-CDS-NOT-ROLLED                PIC 9(6) COMP-5 VALUE 0.
       01 WS-TOTAL-PENALTIES               PIC S9(12)V99 VALUE 0.
       01 DISPLAY-CASH                     PIC -Z(12)9.99.

       procedure division.
           move CD-CALLER-ID to WS-CALLER-ID
           call SET-AUDIT-CALLER-ID using by reference WS-CALLER-ID
           call GET-PROCESSING-DATE using by reference WS-TODAY
           call GET-DAY-COUNT-DIVISOR using by reference
                                                     WS-DAYS-IN-YEAR
           move RUN-ID-CD-MATURITY to WS-LOCK-RUN-ID
           move 0 to WS-LOCK-CHUNK-START-ACCOUNT-ID
           move LOCK-RESOURCE-ACCOUNT to WS-LOCK-RESOURCE-NAME
           move high-values to WS-LOCK-RANGE-END-ACCOUNT-ID
           call ACQUIRE-RUN-LOCK using by reference WS-LOCK-JOB-LOCK
                                                    WS-LOCK-STATUS
           if WS-LOCK-STATUS <> "00"
               display "*** Another run holds the account book - "
                       "CD maturity not run, status "
                       WS-LOCK-STATUS
               stop run
           end-if
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform REVIEW-ALL-CDS
               perform CLOSE-FILES
           end-if
           call RELEASE-RUN-LOCK using by reference WS-LOCK-JOB-LOCK
                                                    WS-LOCK-STATUS
           display "*** CDs reviewed:              " WS-CDS-REVIEWED
           display "*** Early-withdrawal penalties:"
                   WS-PENALTIES-POSTED
           move WS-TOTAL-PENALTIES to DISPLAY-CASH
           display "*** Penalties charged:         " DISPLAY-CASH
           display "*** Maturity notices:          "
                   WS-NOTICES-WRITTEN
           display "*** CDs rolled:                " WS-CDS-ROLLED
           display "*** CDs closed at grace end:   " WS-CDS-CLOSED
           display "*** CDs not rolled:            "
                   WS-CDS-NOT-ROLLED
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
           open extend Trigger-File
           if WS-TRG-FILE-STATUS = "35" or WS-TRG-FILE-STATUS = "05"
               open output Trigger-File
           end-if
           .

       REVIEW-ALL-CDS SECTION.
           move 0 to WS-ACCOUNT-ID of WS-ACCOUNT
           move START-READ to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           perform READ-NEXT-ACCOUNT
           perform until FILE-STATUS <> "00"
               if WS-TYPE-CERTIFICATE and WS-ACCOUNT-OPEN
                   perform REVIEW-ONE-CD
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

      *> The CD is held under lock from the first look to the one
      *> rewrite that carries the penalties, the notice date, any
      *> roll and the review date together.
       REVIEW-ONE-CD SECTION.
           move READ-FOR-UPDATE to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           if FILE-STATUS <> "00"
               display "*** Could not lock CD account "
                       WS-ACCOUNT-ID of WS-ACCOUNT " status "
                       FILE-STATUS
               move "00" to FILE-STATUS
               exit section
           end-if
           add 1 to WS-CDS-REVIEWED
           move "N" to WS-CLOSE-ACCOUNT-FLAG
           move WS-ACCOUNT-ID of WS-ACCOUNT to WS-ACCOUNT-DISPLAY
           perform LOOK-UP-TERM-PRODUCT
           perform ASSESS-EARLY-WITHDRAWALS
           perform CHECK-MATURITY-NOTICE
           if WS-TODAY > WS-CD-GRACE-END-DATE of WS-ACCOUNT
               perform ROLL-OR-CLOSE-CD
           end-if
           move WS-TODAY to WS-CD-REVIEW-DATE of WS-ACCOUNT
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                        by reference WS-ACCOUNT
                                                     FILE-STATUS
           if FILE-STATUS <> "00"
               display "*** CD rewrite failed for account "
                       WS-ACCOUNT-DISPLAY " status " FILE-STATUS
               move "00" to FILE-STATUS
               exit section
           end-if
           if CD-IS-TO-BE-CLOSED
               perform CLOSE-EMPTY-CD
           end-if
           .

      *> The running term's penalty and notice days. A term since
      *> withdrawn from the table charges no penalty rather than a
      *> guessed one, and is noticed at the default lead.
       LOOK-UP-TERM-PRODUCT SECTION.
           move WS-CD-TERM-MONTHS of WS-ACCOUNT to WS-CDP-TERM-MONTHS
           call LOOKUP-CD-PRODUCT using by reference WS-CDP-CD-PRODUCT
                                                     WS-CD-STATUS
           if WS-CD-STATUS = "00"
               move WS-CDP-PENALTY-DAYS to WS-PENALTY-DAYS
               move WS-CDP-NOTICE-DAYS to WS-NOTICE-DAYS
           else
               move 0 to WS-PENALTY-DAYS
               move DEFAULT-NOTICE-DAYS to WS-NOTICE-DAYS
           end-if
           .

      *> A withdrawal is a debit row - positive, taking money off
      *> the deposit - other than this run's own penalties and the
      *> interest run's payout transfers and backup withholding,
      *> which the customer did not ask for. Only rows posted since the
      *> last review are looked at, so a penalty is charged once.
       ASSESS-EARLY-WITHDRAWALS SECTION.
           move 0 to WS-CD-PENALTIES
           if WS-PENALTY-DAYS = 0
               exit section
           end-if
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                        WS-TXN-ACCOUNT-ID of WS-TXN-TRANSACTION-RECORD
           call FIND-TRANSACTION-BY-ACCOUNT using by value START-READ
                        by reference WS-TXN-TRANSACTION-RECORD
                                     WS-TRANSACTION-STATUS
           if WS-TRANSACTION-STATUS <> "00"
               move "00" to WS-TRANSACTION-STATUS
               exit section
           end-if
           perform READ-NEXT-TXN
           perform until WS-TRANSACTION-STATUS <> "00"
                      or WS-TXN-ACCOUNT-ID
                           of WS-TXN-TRANSACTION-RECORD <>
                         WS-ACCOUNT-ID of WS-ACCOUNT
               move WS-TXN-TRANS-DATE to WS-ROW-DATE
               if WS-ROW-DATE > WS-CD-REVIEW-DATE of WS-ACCOUNT
                   and WS-ROW-DATE <= WS-TODAY
                   and WS-ROW-DATE >=
                           WS-CD-TERM-START-DATE of WS-ACCOUNT
                   and WS-ROW-DATE <
                           WS-CD-MATURITY-DATE of WS-ACCOUNT
                   and WS-TXN-AMOUNT of WS-TXN-TRANSACTION-RECORD > 0
                   and WS-TXN-DESCRIPTION of WS-TXN-TRANSACTION-RECORD
                           <> PENALTY-DESCRIPTION
                   and WS-TXN-DESCRIPTION of WS-TXN-TRANSACTION-RECORD
                           <> PAYOUT-DESCRIPTION
                   and WS-TXN-DESCRIPTION of WS-TXN-TRANSACTION-RECORD
                           <> WITHHOLDING-DESCRIPTION
                   perform POST-EARLY-WITHDRAWAL-PENALTY
               end-if
               perform READ-NEXT-TXN
           end-perform
           move "00" to WS-TRANSACTION-STATUS
           add WS-CD-PENALTIES to WS-BALANCE of WS-ACCOUNT
           add WS-CD-PENALTIES to WS-PURCHASE-BALANCE of WS-ACCOUNT
           .

       READ-NEXT-TXN SECTION.
           call FIND-TRANSACTION-BY-ACCOUNT using by value READ-NEXT
                        by reference WS-TXN-TRANSACTION-RECORD
                                     WS-TRANSACTION-STATUS
           .

       POST-EARLY-WITHDRAWAL-PENALTY SECTION.
           compute WS-PENALTY-AMOUNT rounded =
                   WS-TXN-AMOUNT of WS-TXN-TRANSACTION-RECORD
                   * WS-APR of WS-ACCOUNT * WS-PENALTY-DAYS
                   / WS-DAYS-IN-YEAR
           if WS-PENALTY-AMOUNT not > 0
               exit section
           end-if
           call GET-NEXT-TRANSACTION-ID using by reference
                                             WS-NEXT-TRANSACTION-ID
                                             WS-TRANSACTION-STATUS
           move WS-NEXT-TRANSACTION-ID to WS-PEN-TXN-TRANSACTION-ID
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                   WS-PEN-TXN-ACCOUNT-ID
                                  of WS-PEN-TXN-TRANSACTION-RECORD
           move WS-TODAY-YEAR to WS-PEN-TXN-YEAR
           move WS-TODAY-MONTH to WS-PEN-TXN-MONTH
           move WS-TODAY-DAY to WS-PEN-TXN-DAY
           move WS-PENALTY-AMOUNT to WS-PEN-TXN-AMOUNT
           move PENALTY-DESCRIPTION to WS-PEN-TXN-DESCRIPTION
           move WS-CURRENCY-CODE of WS-ACCOUNT to
                   WS-PEN-TXN-CURRENCY-CODE
           move space to WS-PEN-TXN-DISPUTE-STATUS
           move WS-TXN-TRANSACTION-ID of WS-TXN-TRANSACTION-RECORD
                   to WS-PEN-TXN-LINKED-TRANSACTION-ID
           move spaces to WS-PEN-TXN-MERCHANT-NAME
           move spaces to WS-PEN-TXN-MERCHANT-ID
           move 0 to WS-PEN-TXN-MERCHANT-CATEGORY-CODE
           move space to WS-PEN-TXN-TRANSACTION-TYPE
           move WRITE-RECORD to WS-FUNCTION-CODE
           call WRITE-TRANSACTION-RECORD using by value
                                        WS-FUNCTION-CODE
                      by reference WS-PEN-TXN-TRANSACTION-RECORD
                                   WS-TRANSACTION-STATUS
           if WS-TRANSACTION-STATUS = "00"
                   or WS-TRANSACTION-STATUS = "02"
               add WS-PENALTY-AMOUNT to WS-CD-PENALTIES
               add WS-PENALTY-AMOUNT to WS-TOTAL-PENALTIES
               add 1 to WS-PENALTIES-POSTED
               move WS-PENALTY-AMOUNT to DISPLAY-CASH
               display "CD PENALTY  account " WS-ACCOUNT-DISPLAY
                       "  charged " DISPLAY-CASH
           else
               display "*** CD penalty post failed for account "
                       WS-ACCOUNT-DISPLAY
                       " status " WS-TRANSACTION-STATUS
           end-if
           move "00" to WS-TRANSACTION-STATUS
           .

      *> Due once the maturity is within the notice days - or already
      *> past, when a short term started inside its own lead - and
      *> not yet sent for this term.
       CHECK-MATURITY-NOTICE SECTION.
           if WS-CD-NOTICE-DATE of WS-ACCOUNT <> 0
                   or WS-TODAY > WS-CD-GRACE-END-DATE of WS-ACCOUNT
               exit section
           end-if
           move WS-TODAY to WS-NOTICE-HORIZON
           perform varying WS-NOTICE-STEP from 1 by 1
                       until WS-NOTICE-STEP > WS-NOTICE-DAYS
               call ADVANCE-ONE-DAY-ENTRY using by reference
                                                     WS-NOTICE-HORIZON
           end-perform
           if WS-NOTICE-HORIZON < WS-CD-MATURITY-DATE of WS-ACCOUNT
               exit section
           end-if
           move WS-TODAY to FILE-TRG-TRIGGER-DATE
           move MATURITY-NOTICE-TEMPLATE to FILE-TRG-TEMPLATE-CODE
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                        FILE-TRG-TRIGGER-ACCOUNT-ID
           compute FILE-TRG-TRIGGER-AMOUNT =
                        0 - WS-BALANCE of WS-ACCOUNT
           write FILE-TRG-CORRESPONDENCE-TRIGGER
           move WS-TODAY to WS-CD-NOTICE-DATE of WS-ACCOUNT
           add 1 to WS-NOTICES-WRITTEN
           .

      *> Past the grace end with money on deposit the CD rolls; with
      *> nothing left it closes once this rewrite has released it.
      *> A debit balance - penalties that went past the deposit -
      *> neither rolls nor closes, and is reported.
       ROLL-OR-CLOSE-CD SECTION.
           evaluate true
               when WS-BALANCE of WS-ACCOUNT < 0
                   move WS-CD-MATURITY-DATE of WS-ACCOUNT
                                   to WS-TERM-START
                   call START-CD-TERM using by reference WS-ACCOUNT
                                                         WS-TERM-START
                                                         WS-CD-STATUS
                   if WS-CD-STATUS = "00"
                       add 1 to WS-CDS-ROLLED
                       display "CD ROLLED  account "
                               WS-ACCOUNT-DISPLAY
                               "  matures "
                               WS-CD-MATURITY-DATE of WS-ACCOUNT
                   else
                       add 1 to WS-CDS-NOT-ROLLED
                       display "*** CD not rolled - term "
                               WS-CD-TERM-MONTHS of WS-ACCOUNT
                               " not offered, account "
                               WS-ACCOUNT-DISPLAY
                   end-if
               when WS-BALANCE of WS-ACCOUNT = 0
                   set CD-IS-TO-BE-CLOSED to true
               when other
                   add 1 to WS-CDS-NOT-ROLLED
                   display "*** CD not rolled - debit balance, "
                           "account " WS-ACCOUNT-DISPLAY
           end-evaluate
           .

       CLOSE-EMPTY-CD SECTION.
           call CLOSE-ACCOUNT-RECORD using by reference WS-ACCOUNT
                                                        WS-CLOSE-STATUS
           if WS-CLOSE-STATUS = "00"
               add 1 to WS-CDS-CLOSED
               display "CD CLOSED  account " WS-ACCOUNT-DISPLAY
                       "  emptied in grace"
           else
               add 1 to WS-CDS-NOT-ROLLED
               display "*** CD close failed for account "
                       WS-ACCOUNT-DISPLAY " status " WS-CLOSE-STATUS
           end-if
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           close Trigger-File
           .
