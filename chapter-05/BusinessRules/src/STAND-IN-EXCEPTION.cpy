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

      * STAND-IN-EXCEPTION - one row per stand-in approval the host
      * would have declined, or that matched no card at all, written
      * by the advice intake for the fraud team's exposure report.
      * HOST-REASON is the authorization reason code the host would
      * have declined under; OPEN-TO-BUY what it saw when replaying.
      * Only the last four of the card are kept.
       01 (PREFIX)-STAND-IN-EXCEPTION.
        03 (PREFIX)-SIX-ACCOUNT-ID     PIC 9(10).
        03 (PREFIX)-SIX-CARD-LAST4     PIC X(04).
        03 (PREFIX)-SIX-DATE           PIC 9(08).
        03 (PREFIX)-SIX-TIME           PIC 9(08).
        03 (PREFIX)-SIX-AMOUNT         PIC S9(12)V99.
        03 (PREFIX)-SIX-MCC            PIC 9(04).
        03 (PREFIX)-SIX-MERCHANT-ID    PIC X(15).
        03 (PREFIX)-SIX-APPROVAL-CODE  PIC X(06).
        03 (PREFIX)-SIX-HOST-REASON    PIC X(02).
        03 (PREFIX)-SIX-OPEN-TO-BUY    PIC S9(12)V99.
        03 (PREFIX)-SIX-INTAKE-DATE    PIC 9(08).
