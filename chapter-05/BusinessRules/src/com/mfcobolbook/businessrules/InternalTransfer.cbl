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

      *> The one internal-transfer engine: moves money from one of a
      *> customer's accounts to another, for the CSR transfer intake
      *> and the standing-order run alike.
      *>   POST-INTERNAL-TRANSFER - the caller fills the from and to
      *>   accounts, the amount and the origin of the
      *>   INTERNAL-TRANSFER passed, and has the account and
      *>   transaction files open i-o and the holder cross-reference
      *>   open for reading, under an ACCOUNT run lock of its own.
      *> Both accounts are edited before either is touched, with the
      *> same restriction rules the posting paths apply: each must be
      *> open and neither charged off; the account paid from must be
      *> free of a restriction in force, as spend is, while the one
      *> paid into takes money under a restriction exactly as
      *> PaymentPosting does. The two must be in the same currency
      *> and share an active holder on the cross-reference. A CD
      *> takes no additions. The account paid from must cover the
      *> amount - a deposit from its credit balance, a card within
      *> its credit limit, drawn as a cash advance.
      *> Each leg is then posted under READ-FOR-UPDATE - debit first,
      *> then credit - and only when both balances have been
      *> rewritten are the two transaction rows written, each linked
      *> to the other. A credit leg that fails puts the debit back,
      *> so the books never carry one leg without the other; the run
      *> lock the caller holds keeps any other run from seeing the
      *> pair half made.
      *> An edit-only call makes every check but funds and posts
      *> nothing - the standing-order intake vets an order with it.
      *> Status back: 00 posted (or would post); 10 request
      *> malformed; 23 account not on file; 41 account not open; 42
      *> restriction in force
      *> on the account paid from; 43 currencies differ; 44 the
      *> account paid into cannot take it; 45 no shared holder; 51
      *> not enough funds or credit; 9x a file error. The reason
      *> text is for the branch's report.
       program-id. InternalTransfer.

       data division.
       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS-FROM==.
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS-TO==.
       copy "TRANSACTION-RECORD.cpy" replacing ==(PREFIX)==
                                                  by ==WS-DR==.
       copy "TRANSACTION-RECORD.cpy" replacing ==(PREFIX)==
                                                  by ==WS-CR==.
       copy "ACCOUNT-HOLDER-XREF.cpy" replacing ==(PREFIX)==
                                                  by ==WS-XREF==.
       01 WS-FUNCTION-CODE                 PIC X.
       01 WS-RESULT                        PIC XX.
       01 WS-ACCOUNT-STATUS                PIC XX.
       01 WS-TRANSACTION-STATUS            PIC XX.
       01 WS-XREF-STATUS                   PIC XX.

       01 WS-TODAY                         PIC 9(08).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
        03 WS-TODAY-YEAR                   PIC 9(04).
        03 WS-TODAY-MONTH                  PIC 9(02).
        03 WS-TODAY-DAY                    PIC 9(02).
       01 WS-AMOUNT                        PIC S9(12)V99.
       01 WS-HEADROOM                      PIC S9(12)V99.
       01 WS-DEBIT-TXN-ID                  PIC X(4) COMP-X.
       01 WS-CREDIT-TXN-ID                 PIC X(4) COMP-X.
       01 DISPLAY-CASH                     PIC -Z(12)9.99.

      *> The active holders of the account paid from, matched against
      *> the account paid into's own rows.
       78 HOLDER-TABLE-MAX                 VALUE 20.
       01 HOLDER-TABLE.
        03 HOLDER-CUSTOMER-ID              PIC X(4) COMP-X
                                   occurs HOLDER-TABLE-MAX times.
       01 HOLDER-COUNT                     PIC 99 COMP-5.
       01 HOLDER-INDEX                     PIC 99 COMP-5.
       01 WS-SHARED-FLAG                   PIC X.
        88 HOLDER-IS-SHARED                    VALUE "Y".

       78 DEBIT-DESCRIPTION-CSR
                      VALUE "TRANSFER TO OWN ACCOUNT".
       78 CREDIT-DESCRIPTION-CSR
                      VALUE "TRANSFER FROM OWN ACCOUNT".
       78 DEBIT-DESCRIPTION-ORDER
                      VALUE "STANDING ORDER TRANSFER OUT".
       78 CREDIT-DESCRIPTION-ORDER
                      VALUE "STANDING ORDER TRANSFER IN".

       linkage section.
       copy "INTERNAL-TRANSFER.cpy" replacing ==(PREFIX)== by ==LNK==.
       01 LNK-STATUS                       PIC XX.

       procedure division.
           goback.

       ENTRY POST-INTERNAL-TRANSFER using by reference
                                              LNK-INTERNAL-TRANSFER
                                              LNK-STATUS.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           move spaces to LNK-TRANSFER-REASON
           move 0 to LNK-DEBIT-TXN-ID
           move 0 to LNK-CREDIT-TXN-ID
           move LNK-TRANSFER-AMOUNT to WS-AMOUNT
           move "00" to WS-RESULT
           perform EDIT-TRANSFER
           if WS-RESULT = "00" and LNK-MODE-POST
               perform POST-BOTH-LEGS
           end-if
           move WS-RESULT to LNK-STATUS
           goback.

       EDIT-TRANSFER SECTION.
           if WS-AMOUNT not > 0
                   or LNK-FROM-ACCOUNT-ID = LNK-TO-ACCOUNT-ID
               move "10" to WS-RESULT
               move "AMOUNT OR ACCOUNTS INVALID" to LNK-TRANSFER-REASON
               exit section
           end-if
           move LNK-FROM-ACCOUNT-ID to WS-FROM-ACCOUNT-ID
           perform FETCH-FROM-ACCOUNT
           if WS-RESULT <> "00"
               exit section
           end-if
           move LNK-TO-ACCOUNT-ID to WS-TO-ACCOUNT-ID
           perform FETCH-TO-ACCOUNT
           if WS-RESULT <> "00"
               exit section
           end-if
           if not WS-FROM-ACCOUNT-OPEN or not WS-TO-ACCOUNT-OPEN
               move "41" to WS-RESULT
               move "ACCOUNT NOT OPEN" to LNK-TRANSFER-REASON
               exit section
           end-if
           if WS-FROM-HAS-RESTRICTION
                   and WS-FROM-RESTRICTION-START-DATE <= WS-TODAY
                   and (WS-FROM-RESTRICTION-END-DATE = 0
                        or WS-FROM-RESTRICTION-END-DATE >= WS-TODAY)
               move "42" to WS-RESULT
               move "RESTRICTION ON ACCOUNT PAID FROM"
                                       to LNK-TRANSFER-REASON
               exit section
           end-if
           if WS-FROM-CURRENCY-CODE <> WS-TO-CURRENCY-CODE
               move "43" to WS-RESULT
               move "CURRENCIES DIFFER" to LNK-TRANSFER-REASON
               exit section
           end-if
           if WS-TO-TYPE-CERTIFICATE
               move "44" to WS-RESULT
               move "CD TAKES NO ADDITIONS" to LNK-TRANSFER-REASON
               exit section
           end-if
           perform CHECK-SHARED-HOLDER
           if not HOLDER-IS-SHARED
               if WS-RESULT = "00"
                   move "45" to WS-RESULT
                   move "NO HOLDER IN COMMON" to LNK-TRANSFER-REASON
               end-if
               exit section
           end-if
           if LNK-MODE-POST
               perform CHECK-FUNDS-AVAILABLE
           end-if
           .

       FETCH-FROM-ACCOUNT SECTION.
           move READ-FOR-UPDATE to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-FROM-ACCOUNT
                                                   WS-ACCOUNT-STATUS
           if WS-ACCOUNT-STATUS <> "00"
               move "23" to WS-RESULT
               move "ACCOUNT PAID FROM NOT ON FILE"
                                       to LNK-TRANSFER-REASON
               exit section
           end-if
           call UNLOCK-ACCOUNT-RECORD using by reference
                                                     WS-ACCOUNT-STATUS
           .

       FETCH-TO-ACCOUNT SECTION.
           move READ-FOR-UPDATE to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-TO-ACCOUNT
                                                   WS-ACCOUNT-STATUS
           if WS-ACCOUNT-STATUS <> "00"
               move "23" to WS-RESULT
               move "ACCOUNT PAID INTO NOT ON FILE"
                                       to LNK-TRANSFER-REASON
               exit section
           end-if
           call UNLOCK-ACCOUNT-RECORD using by reference
                                                     WS-ACCOUNT-STATUS
           .

      *> The billing primary is mirrored onto the cross-reference as
      *> a PRIMARY row, so the cross-reference alone answers "who is
      *> on both"; removed holders do not count.
       CHECK-SHARED-HOLDER SECTION.
           move "N" to WS-SHARED-FLAG
           move 0 to HOLDER-COUNT
           move LNK-FROM-ACCOUNT-ID to WS-XREF-ACCOUNT-ID
           move 0 to WS-XREF-CUSTOMER-ID
           move START-READ to WS-FUNCTION-CODE
           call READ-HOLDER-XREF using by value WS-FUNCTION-CODE
                              by reference WS-XREF-ACCOUNT-HOLDER-XREF
                                           WS-XREF-STATUS
           if WS-XREF-STATUS = "00"
               perform READ-NEXT-HOLDER
           end-if
           perform until WS-XREF-STATUS <> "00"
                      or WS-XREF-ACCOUNT-ID <> LNK-FROM-ACCOUNT-ID
               if WS-XREF-HOLDER-ACTIVE
                       and HOLDER-COUNT < HOLDER-TABLE-MAX
                   add 1 to HOLDER-COUNT
                   move WS-XREF-CUSTOMER-ID to
                           HOLDER-CUSTOMER-ID(HOLDER-COUNT)
               end-if
               perform READ-NEXT-HOLDER
           end-perform
           if HOLDER-COUNT = 0
               exit section
           end-if
           move LNK-TO-ACCOUNT-ID to WS-XREF-ACCOUNT-ID
           move 0 to WS-XREF-CUSTOMER-ID
           move START-READ to WS-FUNCTION-CODE
           call READ-HOLDER-XREF using by value WS-FUNCTION-CODE
                              by reference WS-XREF-ACCOUNT-HOLDER-XREF
                                           WS-XREF-STATUS
           if WS-XREF-STATUS = "00"
               perform READ-NEXT-HOLDER
           end-if
           perform until WS-XREF-STATUS <> "00"
                      or WS-XREF-ACCOUNT-ID <> LNK-TO-ACCOUNT-ID
                      or HOLDER-IS-SHARED
               if WS-XREF-HOLDER-ACTIVE
                   perform varying HOLDER-INDEX from 1 by 1
                             until HOLDER-INDEX > HOLDER-COUNT
                       if HOLDER-CUSTOMER-ID(HOLDER-INDEX)
                                   = WS-XREF-CUSTOMER-ID
                           set HOLDER-IS-SHARED to true
                       end-if
                   end-perform
               end-if
               perform READ-NEXT-HOLDER
           end-perform
           .

       READ-NEXT-HOLDER SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-HOLDER-XREF using by value WS-FUNCTION-CODE
                              by reference WS-XREF-ACCOUNT-HOLDER-XREF
                                           WS-XREF-STATUS
           .

      *> A deposit pays out of its credit balance (held negative); a
      *> card draws within what is left of its credit limit.
       CHECK-FUNDS-AVAILABLE SECTION.
           if WS-FROM-TYPE-DEPOSIT
               compute WS-HEADROOM = 0 - WS-FROM-BALANCE
           else
               compute WS-HEADROOM = WS-FROM-CREDIT-LIMIT
                                   - WS-FROM-BALANCE
           end-if
           if WS-AMOUNT > WS-HEADROOM
               move "51" to WS-RESULT
               move "NOT ENOUGH FUNDS OR CREDIT" to LNK-TRANSFER-REASON
           end-if
           .

       POST-BOTH-LEGS SECTION.
           call GET-NEXT-TRANSACTION-ID using by reference
                                             WS-DEBIT-TXN-ID
                                             WS-TRANSACTION-STATUS
           call GET-NEXT-TRANSACTION-ID using by reference
                                             WS-CREDIT-TXN-ID
                                             WS-TRANSACTION-STATUS
           perform POST-DEBIT-LEG
           if WS-RESULT <> "00"
               exit section
           end-if
           perform POST-CREDIT-LEG
           if WS-RESULT <> "00"
               perform REVERSE-DEBIT-LEG
               exit section
           end-if
           perform WRITE-LEG-ROWS
           move WS-DEBIT-TXN-ID to LNK-DEBIT-TXN-ID
           move WS-CREDIT-TXN-ID to LNK-CREDIT-TXN-ID
           .

      *> Read again under lock and the funds checked again - the
      *> balance edited a moment ago is the one being moved.
       POST-DEBIT-LEG SECTION.
           move LNK-FROM-ACCOUNT-ID to WS-FROM-ACCOUNT-ID
           move READ-FOR-UPDATE to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-FROM-ACCOUNT
                                                   WS-ACCOUNT-STATUS
           if WS-ACCOUNT-STATUS <> "00"
               move "91" to WS-RESULT
               move "ACCOUNT PAID FROM NOT READ" to LNK-TRANSFER-REASON
               exit section
           end-if
           perform CHECK-FUNDS-AVAILABLE
           if WS-RESULT <> "00"
               call UNLOCK-ACCOUNT-RECORD using by reference
                                                     WS-ACCOUNT-STATUS
               exit section
           end-if
           add WS-AMOUNT to WS-FROM-BALANCE
           if WS-FROM-TYPE-DEPOSIT
               add WS-AMOUNT to WS-FROM-PURCHASE-BALANCE
           else
               add WS-AMOUNT to WS-FROM-CASH-ADVANCE-BALANCE
           end-if
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                        by reference WS-FROM-ACCOUNT
                                                     WS-ACCOUNT-STATUS
           if WS-ACCOUNT-STATUS <> "00"
               move "92" to WS-RESULT
               move "ACCOUNT PAID FROM NOT UPDATED"
                                       to LNK-TRANSFER-REASON
           end-if
           .

      *> Into a card the money is a payment: it splits across the
      *> buckets the way every payment does, and one that meets the
      *> minimum due clears the missed-payment count as a posted
      *> payment does. Into savings it simply deepens the credit
      *> balance.
       POST-CREDIT-LEG SECTION.
           move LNK-TO-ACCOUNT-ID to WS-TO-ACCOUNT-ID
           move READ-FOR-UPDATE to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-TO-ACCOUNT
                                                   WS-ACCOUNT-STATUS
           if WS-ACCOUNT-STATUS <> "00"
               move "93" to WS-RESULT
               move "ACCOUNT PAID INTO NOT READ" to LNK-TRANSFER-REASON
               exit section
           end-if
           subtract WS-AMOUNT from WS-TO-BALANCE
           if WS-TO-TYPE-DEPOSIT
               subtract WS-AMOUNT from WS-TO-PURCHASE-BALANCE
           else
               call APPLY-PAYMENT-TO-BUCKETS using by reference
                                                 WS-TO-ACCOUNT
                                                 WS-AMOUNT
               if WS-AMOUNT >= WS-TO-MINIMUM-PAYMENT-DUE
                   move 0 to WS-TO-MISSED-PAYMENT-COUNT
               end-if
           end-if
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                        by reference WS-TO-ACCOUNT
                                                     WS-ACCOUNT-STATUS
           if WS-ACCOUNT-STATUS <> "00"
               move "94" to WS-RESULT
               move "ACCOUNT PAID INTO NOT UPDATED"
                                       to LNK-TRANSFER-REASON
           end-if
           .

       REVERSE-DEBIT-LEG SECTION.
           move LNK-FROM-ACCOUNT-ID to WS-FROM-ACCOUNT-ID
           move READ-FOR-UPDATE to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-FROM-ACCOUNT
                                                   WS-ACCOUNT-STATUS
           if WS-ACCOUNT-STATUS = "00"
               subtract WS-AMOUNT from WS-FROM-BALANCE
               if WS-FROM-TYPE-DEPOSIT
                   subtract WS-AMOUNT from WS-FROM-PURCHASE-BALANCE
               else
                   subtract WS-AMOUNT
                                   from WS-FROM-CASH-ADVANCE-BALANCE
               end-if
               move UPDATE-RECORD to WS-FUNCTION-CODE
               call WRITE-ACCOUNT-RECORD using by value
                                             WS-FUNCTION-CODE
                                        by reference WS-FROM-ACCOUNT
                                                     WS-ACCOUNT-STATUS
           end-if
           if WS-ACCOUNT-STATUS <> "00"
               move WS-AMOUNT to DISPLAY-CASH
               display "*** TRANSFER LEG NOT REVERSED - account "
                       LNK-FROM-ACCOUNT-ID " carries a debit of "
                       DISPLAY-CASH " with no credit, status "
                       WS-ACCOUNT-STATUS
           end-if
           .

       WRITE-LEG-ROWS SECTION.
           move WS-DEBIT-TXN-ID to WS-DR-TRANSACTION-ID
           move LNK-FROM-ACCOUNT-ID to WS-DR-ACCOUNT-ID
           move WS-TODAY-YEAR to WS-DR-YEAR
           move WS-TODAY-MONTH to WS-DR-MONTH
           move WS-TODAY-DAY to WS-DR-DAY
           move WS-AMOUNT to WS-DR-AMOUNT
           move WS-FROM-CURRENCY-CODE to WS-DR-CURRENCY-CODE
           move space to WS-DR-DISPUTE-STATUS
           move WS-CREDIT-TXN-ID to WS-DR-LINKED-TRANSACTION-ID
           move spaces to WS-DR-MERCHANT-NAME
           move spaces to WS-DR-MERCHANT-ID
           move 0 to WS-DR-MERCHANT-CATEGORY-CODE
           if WS-FROM-TYPE-DEPOSIT
               set WS-DR-TYPE-INTERNAL-TRANSFER to true
           else
               set WS-DR-TYPE-CASH-ADVANCE to true
           end-if
           move WS-CREDIT-TXN-ID to WS-CR-TRANSACTION-ID
           move LNK-TO-ACCOUNT-ID to WS-CR-ACCOUNT-ID
           move WS-TODAY-YEAR to WS-CR-YEAR
           move WS-TODAY-MONTH to WS-CR-MONTH
           move WS-TODAY-DAY to WS-CR-DAY
           compute WS-CR-AMOUNT = 0 - WS-AMOUNT
           move WS-TO-CURRENCY-CODE to WS-CR-CURRENCY-CODE
           move space to WS-CR-DISPUTE-STATUS
           move WS-DEBIT-TXN-ID to WS-CR-LINKED-TRANSACTION-ID
           move spaces to WS-CR-MERCHANT-NAME
           move spaces to WS-CR-MERCHANT-ID
           move 0 to WS-CR-MERCHANT-CATEGORY-CODE
           set WS-CR-TYPE-INTERNAL-TRANSFER to true
           if LNK-ORIGIN-STANDING-ORDER
               move DEBIT-DESCRIPTION-ORDER to WS-DR-DESCRIPTION
               move CREDIT-DESCRIPTION-ORDER to WS-CR-DESCRIPTION
           else
               move DEBIT-DESCRIPTION-CSR to WS-DR-DESCRIPTION
               move CREDIT-DESCRIPTION-CSR to WS-CR-DESCRIPTION
           end-if
           move WRITE-RECORD to WS-FUNCTION-CODE
           call WRITE-TRANSACTION-RECORD using by value
                                        WS-FUNCTION-CODE
                      by reference WS-DR-TRANSACTION-RECORD
                                   WS-TRANSACTION-STATUS
           if WS-TRANSACTION-STATUS <> "00"
                   and WS-TRANSACTION-STATUS <> "02"
               display "*** Transfer debit row not written, account "
                       LNK-FROM-ACCOUNT-ID " status "
                       WS-TRANSACTION-STATUS
           end-if
           move WRITE-RECORD to WS-FUNCTION-CODE
           call WRITE-TRANSACTION-RECORD using by value
                                        WS-FUNCTION-CODE
                      by reference WS-CR-TRANSACTION-RECORD
                                   WS-TRANSACTION-STATUS
           if WS-TRANSACTION-STATUS <> "00"
                   and WS-TRANSACTION-STATUS <> "02"
               display "*** Transfer credit row not written, account "
                       LNK-TO-ACCOUNT-ID " status "
                       WS-TRANSACTION-STATUS
           end-if
           .
