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

      * ESTATE-CLAIM - one row per deceased customer, keyed by the
      * customer id, opened the day the death is confirmed with the
      * balances of every account the customer held as primary. The
      * deceased-accounts team records the executor (or
      * administrator) as the estate's contact, the claim filed with
      * the estate and when, and then what the estate paid and what
      * was written off as uncollectable. The row closes itself once
      * paid plus written off covers the claim.
       01 (PREFIX)-ESTATE-CLAIM.
        03 (PREFIX)-EC-CUSTOMER-ID     PIC X(4) COMP-X.
        03 (PREFIX)-EC-DATE-OF-DEATH   PIC 9(08).
        03 (PREFIX)-EC-CONFIRMED-DATE  PIC 9(08).
        03 (PREFIX)-EC-ACCOUNT-COUNT   PIC 9(03).
        03 (PREFIX)-EC-BALANCE-AT-DEATH PIC S9(12)V99.
        03 (PREFIX)-EC-EXECUTOR-NAME   PIC X(40) VALUE SPACES.
        03 (PREFIX)-EC-EXECUTOR-PHONE  PIC X(15) VALUE SPACES.
        03 (PREFIX)-EC-EXECUTOR-EMAIL  PIC X(60) VALUE SPACES.
        03 (PREFIX)-EC-EXECUTOR-ADDRESS PIC X(60) VALUE SPACES.
        03 (PREFIX)-EC-CLAIM-AMOUNT    PIC S9(12)V99 VALUE 0.
        03 (PREFIX)-EC-CLAIM-FILED-DATE PIC 9(08) VALUE 0.
        03 (PREFIX)-EC-AMOUNT-PAID     PIC S9(12)V99 VALUE 0.
        03 (PREFIX)-EC-AMOUNT-WRITTEN-OFF PIC S9(12)V99 VALUE 0.
        03 (PREFIX)-EC-LAST-ACTIVITY-DATE PIC 9(08).
        03 (PREFIX)-EC-ESTATE-STATUS   PIC X(01).
         88 (PREFIX)-EC-AWAITING-CLAIM     VALUE "O".
         88 (PREFIX)-EC-CLAIM-FILED        VALUE "F".
         88 (PREFIX)-EC-ESTATE-CLOSED      VALUE "C".
