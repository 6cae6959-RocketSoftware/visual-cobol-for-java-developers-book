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

      *> Funds-availability holds on posted payments - the one place
      *> that decides how much of a payment's credit the customer may
      *> spend at once and how much waits for the payment to clear.
      *> A payment that bounces after its credit was spent is how
      *> bust-out fraud is worked, so the credit from a risky payment
      *> is released only after the clearing period in which a bad
      *> check or ACH debit would come back.
      *>   DECIDE-PAYMENT-HOLD - the posting path passes the account
      *>   as it rewrote it, the PAYMENT-RECORD it wrote and the
      *>   channel - R for a real-time rail payment, otherwise a
      *>   tender code, or space to go by the payment's own tender -
      *>   and gets back the hold placed, if
      *>   any, in an AUTH-HOLD record - amount zero when everything
      *>   was released at once.
      *> Money that cannot come back is never held: cash, and instant
      *> rail payments, which are final when accepted. Nor is an
      *> ordinary payment on a seasoned account - the hold is for
      *> payments that look like bust-out: one large against the
      *> credit limit, one on an account opened in the last few
      *> months, or any payment on an account whose payments have
      *> been returned within the lookback. A risky payment has
      *> IMMEDIATE-RELEASE-AMOUNT released now (nothing, after a
      *> prior return) and the rest held for the channel's clearing
      *> period in business days - longer for checks and money
      *> orders than for electronic debits, and longer again after a
      *> prior return. The hold is written to the hold file as a
      *> payment hold, so AUTHORIZE-TRANSACTION takes it off
      *> open-to-buy until the last day of the clearing period and
      *> lets it go on its own the day after; the nightly sweep
      *> marks it released and a returned payment drops its hold.
       program-id. PaymentFundsHold.

       data division.
       working-storage section.
       copy "PROCEDURE-NAMES.cpy".

      *> The hold policy.
       78 LARGE-PAYMENT-PERCENT            VALUE 50.
       78 NEW-ACCOUNT-MONTHS               VALUE 6.
       78 RETURN-LOOKBACK-MONTHS           VALUE 12.
       78 IMMEDIATE-RELEASE-AMOUNT         VALUE 200.00.
       78 CLEARING-DAYS-ELECTRONIC         VALUE 3.
       78 CLEARING-DAYS-CHECK              VALUE 5.
       78 EXTRA-DAYS-AFTER-RETURN          VALUE 5.

       01 WS-CHANNEL                       PIC X(01).
        88 CHANNEL-IS-FINAL                    VALUE "R", "C".
        88 CHANNEL-IS-ELECTRONIC               VALUE "E".

       01 WS-RISK-FLAGS.
        03 WS-LARGE-FLAG                   PIC X(01).
         88 PAYMENT-IS-LARGE                   VALUE "Y".
        03 WS-NEW-FLAG                     PIC X(01).
         88 ACCOUNT-IS-NEW                     VALUE "Y".
        03 WS-RETURN-FLAG                  PIC X(01).
         88 ACCOUNT-HAS-RETURNS                VALUE "Y".

       01 WS-LARGE-THRESHOLD               PIC S9(12)V99.
       01 WS-RELEASE-NOW                   PIC S9(12)V99.
       01 WS-HELD-AMOUNT                   PIC S9(12)V99.
       01 WS-CLEARING-DAYS                 PIC 99 COMP-5.
       01 WS-DAY-COUNTER                   PIC 99 COMP-5.
       01 WS-HOLD-END-DATE                 PIC 9(08).

       01 WS-PAYMENT-DATE                  PIC 9(08).
       01 WS-PAYMENT-DATE-PARTS REDEFINES WS-PAYMENT-DATE.
        03 WS-PAYMENT-YEAR                 PIC 9(04).
        03 WS-PAYMENT-MONTH                PIC 9(02).
        03 WS-PAYMENT-DAY                  PIC 9(02).
       01 WS-OTHER-DATE                    PIC 9(08).
       01 WS-OTHER-DATE-PARTS REDEFINES WS-OTHER-DATE.
        03 WS-OTHER-YEAR                   PIC 9(04).
        03 WS-OTHER-MONTH                  PIC 9(02).
        03 WS-OTHER-DAY                    PIC 9(02).
       01 WS-MONTHS-SINCE                  PIC S9(6) COMP-5.

       linkage section.
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==LNK==.
       copy "PAYMENT-RECORD.cpy" replacing ==(PREFIX)== by ==LNK-PAY==.
       01 LNK-HOLD-CHANNEL                 PIC X(01).
       copy "AUTH-HOLD.cpy" replacing ==(PREFIX)== by ==LNK-HLD==.
       01 LNK-STATUS                       PIC XX.

       procedure division.
           goback.

       ENTRY DECIDE-PAYMENT-HOLD using by reference
                                              LNK-ACCOUNT
                                              LNK-PAY-PAYMENT-RECORD
                                              LNK-HOLD-CHANNEL
                                              LNK-HLD-AUTH-HOLD
                                              LNK-STATUS.
           move "00" to LNK-STATUS
           initialize LNK-HLD-AUTH-HOLD
           move LNK-ACCOUNT-ID of LNK-ACCOUNT to LNK-HLD-ACCOUNT-ID
           move LNK-PAY-PAYMENT-ID to LNK-HLD-HOLD-PAYMENT-ID
           move 0 to LNK-HLD-HOLD-AMOUNT
           move LNK-PAY-PAYMENT-DATE to WS-PAYMENT-DATE
           if LNK-HOLD-CHANNEL <> space
               move LNK-HOLD-CHANNEL to WS-CHANNEL
           else
               move LNK-PAY-PAYMENT-TENDER to WS-CHANNEL
           end-if
           if CHANNEL-IS-FINAL
                   or LNK-TYPE-DEPOSIT
                   or LNK-PAY-AMOUNT not > 0
               goback
           end-if
           perform WEIGH-PAYMENT-RISK
           if not PAYMENT-IS-LARGE
                   and not ACCOUNT-IS-NEW
                   and not ACCOUNT-HAS-RETURNS
               goback
           end-if
           perform WORK-OUT-HOLD
           if WS-HELD-AMOUNT > 0
               perform PLACE-THE-HOLD
           end-if
           goback.

       WEIGH-PAYMENT-RISK SECTION.
           move "N" to WS-LARGE-FLAG
           move "N" to WS-NEW-FLAG
           move "N" to WS-RETURN-FLAG
           compute WS-LARGE-THRESHOLD rounded =
                   LNK-CREDIT-LIMIT * LARGE-PAYMENT-PERCENT / 100
           if LNK-PAY-AMOUNT > WS-LARGE-THRESHOLD
               set PAYMENT-IS-LARGE to true
           end-if
      *>   Legacy accounts loaded without an opening date count as
      *>   seasoned.
           if LNK-DATE-OPENED is numeric and LNK-DATE-OPENED <> 0
               move LNK-DATE-OPENED to WS-OTHER-DATE
               perform WORK-OUT-MONTHS-SINCE
               if WS-MONTHS-SINCE < NEW-ACCOUNT-MONTHS
                   set ACCOUNT-IS-NEW to true
               end-if
           end-if
           if LNK-RETURNED-PAYMENT-COUNT > 0
                   and LNK-LAST-RETURN-DATE <> 0
               move LNK-LAST-RETURN-DATE to WS-OTHER-DATE
               perform WORK-OUT-MONTHS-SINCE
               if WS-MONTHS-SINCE < RETURN-LOOKBACK-MONTHS
                   set ACCOUNT-HAS-RETURNS to true
               end-if
           end-if
           .

      *> Whole months from WS-OTHER-DATE to the payment date - a
      *> month is only counted once its day has come round again.
       WORK-OUT-MONTHS-SINCE SECTION.
           compute WS-MONTHS-SINCE =
                   (WS-PAYMENT-YEAR * 12 + WS-PAYMENT-MONTH)
                 - (WS-OTHER-YEAR * 12 + WS-OTHER-MONTH)
           if WS-PAYMENT-DAY < WS-OTHER-DAY
               subtract 1 from WS-MONTHS-SINCE
           end-if
           .

       WORK-OUT-HOLD SECTION.
           if ACCOUNT-HAS-RETURNS
               move 0 to WS-RELEASE-NOW
           else
               move IMMEDIATE-RELEASE-AMOUNT to WS-RELEASE-NOW
           end-if
           compute WS-HELD-AMOUNT = LNK-PAY-AMOUNT - WS-RELEASE-NOW
           if CHANNEL-IS-ELECTRONIC
               move CLEARING-DAYS-ELECTRONIC to WS-CLEARING-DAYS
           else
               move CLEARING-DAYS-CHECK to WS-CLEARING-DAYS
           end-if
           if ACCOUNT-HAS-RETURNS
               add EXTRA-DAYS-AFTER-RETURN to WS-CLEARING-DAYS
           end-if
      *>   The last held day is the clearing period's last business
      *>   day; the credit is free the morning after.
           move WS-PAYMENT-DATE to WS-HOLD-END-DATE
           perform varying WS-DAY-COUNTER from 1 by 1
                       until WS-DAY-COUNTER > WS-CLEARING-DAYS
               call ADVANCE-ONE-DAY-ENTRY using by reference
                                               WS-HOLD-END-DATE
               call GET-NEXT-BUSINESS-DAY using by reference
                                               WS-HOLD-END-DATE
           end-perform
           .

       PLACE-THE-HOLD SECTION.
           move WS-PAYMENT-DATE to LNK-HLD-HOLD-DATE
           accept LNK-HLD-HOLD-TIME from TIME
           move WS-HELD-AMOUNT to LNK-HLD-HOLD-AMOUNT
           move WS-HOLD-END-DATE to LNK-HLD-HOLD-EXPIRY-DATE
           call PLACE-PAYMENT-HOLD using by reference LNK-HLD-AUTH-HOLD
                                                      LNK-STATUS
           if LNK-STATUS <> "00" and LNK-STATUS <> "02"
               move 0 to LNK-HLD-HOLD-AMOUNT
           end-if
           .
