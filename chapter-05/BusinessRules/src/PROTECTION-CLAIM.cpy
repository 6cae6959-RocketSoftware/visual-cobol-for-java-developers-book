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

      * PROTECTION-CLAIM - one row per payment-protection claim,
      * keyed by claim number, with the account as an alternate key
      * so the month-end run can walk an account's claims. A claim
      * is filed OPEN for a loss event - job loss, disability or
      * death - with the claim period it covers (end date zero =
      * open-ended until closed). Approval picks the benefit: S
      * suspends the minimum payment for every cycle in the claim
      * period; C cancels the balance, cycle by cycle, until the
      * benefit cap is used up. The month-end run applies the
      * benefit, keeps the running totals, stamps the last cycle it
      * applied (so a rerun never applies it twice) and closes the
      * claim when its period has run or its cap is spent.
       01 (PREFIX)-PROTECTION-CLAIM.
        03 (PREFIX)-CLAIM-NUMBER       PIC 9(10).
        03 (PREFIX)-ACCOUNT-ID         PIC X(4) COMP-X.
        03 (PREFIX)-CLAIM-TYPE         PIC X(01).
         88 (PREFIX)-CLAIM-JOB-LOSS        VALUE "J".
         88 (PREFIX)-CLAIM-DISABILITY      VALUE "D".
         88 (PREFIX)-CLAIM-DEATH           VALUE "X".
        03 (PREFIX)-CLAIM-STATUS       PIC X(01).
         88 (PREFIX)-CLAIM-OPEN            VALUE "O".
         88 (PREFIX)-CLAIM-APPROVED        VALUE "A".
         88 (PREFIX)-CLAIM-DENIED          VALUE "D".
         88 (PREFIX)-CLAIM-CLOSED          VALUE "C".
        03 (PREFIX)-BENEFIT-TYPE       PIC X(01) VALUE SPACE.
         88 (PREFIX)-BENEFIT-SUSPEND-MIN   VALUE "S".
         88 (PREFIX)-BENEFIT-CANCEL-BAL    VALUE "C".
        03 (PREFIX)-FILED-DATE         PIC 9(08).
        03 (PREFIX)-DECIDED-DATE       PIC 9(08) VALUE 0.
        03 (PREFIX)-PERIOD-START-DATE  PIC 9(08).
        03 (PREFIX)-PERIOD-END-DATE    PIC 9(08) VALUE 0.
        03 (PREFIX)-BENEFIT-CAP        PIC S9(12)V99 VALUE 0.
        03 (PREFIX)-BENEFIT-PAID       PIC S9(12)V99 VALUE 0.
        03 (PREFIX)-CYCLES-SUSPENDED   PIC 9(03) VALUE 0.
        03 (PREFIX)-LAST-BENEFIT-CYCLE PIC 9(08) VALUE 0.
        03 (PREFIX)-CLOSED-DATE        PIC 9(08) VALUE 0.
