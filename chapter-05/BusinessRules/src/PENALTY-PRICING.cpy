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

      * PENALTY-PRICING - one row per account that has been put on
      * notice of, or moved to, the product's penalty APR, keyed by
      * the account id. The month-end run writes the row NOTICED
      * when the account first reaches 60 days past due (the letter
      * goes out the same night), switches it ACTIVE on the first
      * cycle on or after EFFECTIVE-DATE, and counts consecutive
      * cycles in which a payment met the minimum in CURE-COUNT. The
      * PRIOR- fields hold the rates exactly as they stood before
      * the switch, so the cure puts them back as they were, not as
      * somebody remembers them. A CURED or WITHDRAWN row is
      * history - a later delinquency starts a fresh episode over
      * it.
       01 (PREFIX)-PENALTY-PRICING.
        03 (PREFIX)-ACCOUNT-ID         PIC X(4) COMP-X.
        03 (PREFIX)-PENALTY-STATUS     PIC X(01).
         88 (PREFIX)-PENALTY-NOTICED       VALUE "N".
         88 (PREFIX)-PENALTY-ACTIVE        VALUE "A".
         88 (PREFIX)-PENALTY-CURED         VALUE "C".
      * Withdrawn: the account caught up before the notice period
      * ran out, so the rate was never raised.
         88 (PREFIX)-PENALTY-WITHDRAWN     VALUE "W".
         88 (PREFIX)-PENALTY-IN-FORCE      VALUE "N", "A".
        03 (PREFIX)-NOTICE-DATE        PIC 9(08).
        03 (PREFIX)-EFFECTIVE-DATE     PIC 9(08).
        03 (PREFIX)-PENALTY-APR        PIC 9V9(4).
        03 (PREFIX)-PRIOR-APR          PIC 9V9(4).
        03 (PREFIX)-PRIOR-CASH-APR     PIC 9V9(4).
        03 (PREFIX)-PRIOR-RATE-BASIS   PIC X(01).
        03 (PREFIX)-CURE-COUNT         PIC 9(02) VALUE 0.
        03 (PREFIX)-LAST-REVIEW-DATE   PIC 9(08) VALUE 0.
        03 (PREFIX)-CLOSED-DATE        PIC 9(08) VALUE 0.
