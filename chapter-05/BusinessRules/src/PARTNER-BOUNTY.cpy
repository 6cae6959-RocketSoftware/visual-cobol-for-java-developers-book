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

      * PARTNER-BOUNTY - one row per co-brand account a new-account
      * bounty was paid on, keyed by account. The row is what makes
      * the bounty and its clawback once-only: a settlement rerun
      * finds the month already stamped and repeats the statement
      * line without paying again, and a clawback is taken at most
      * once, in the month the closure is first seen inside the
      * partner's window.
       01 (PREFIX)-PARTNER-BOUNTY.
        03 (PREFIX)-BOUNTY-ACCOUNT-ID  PIC X(4) COMP-X.
        03 (PREFIX)-BOUNTY-PARTNER-CODE PIC X(04).
        03 (PREFIX)-BOUNTY-DATE-OPENED PIC 9(08).
        03 (PREFIX)-BOUNTY-PAID        PIC S9(7)V99.
        03 (PREFIX)-BOUNTY-PAID-MONTH  PIC 9(06).
        03 (PREFIX)-CLAWBACK-AMOUNT    PIC S9(7)V99 VALUE 0.
        03 (PREFIX)-CLAWBACK-MONTH     PIC 9(06) VALUE 0.
