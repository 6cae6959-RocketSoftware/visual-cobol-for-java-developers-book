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

      * STANDING-ORDER - a recurring transfer between two of a
      * customer's own accounts, set up and cancelled through the
      * transfer intake and executed by the daily standing-order run
      * on its next due date. Weekly orders fall due every seven
      * days; monthly ones on the anchor day, held to the last day
      * of a shorter month. An order runs until its end date (zero =
      * until cancelled). A due transfer that cannot be made for
      * want of funds or a restriction is tried again on the
      * following days; one the engine refuses outright suspends the
      * order for the branch to look at.
       01 (PREFIX)-STANDING-ORDER.
        03 (PREFIX)-ORDER-ID           PIC X(4) COMP-X.
        03 (PREFIX)-ORDER-FROM-ACCOUNT-ID PIC X(4) COMP-X.
        03 (PREFIX)-ORDER-TO-ACCOUNT-ID PIC X(4) COMP-X.
        03 (PREFIX)-ORDER-AMOUNT       PIC S9(12)V99.
        03 (PREFIX)-ORDER-FREQUENCY    PIC X(01).
         88 (PREFIX)-ORDER-WEEKLY          VALUE "W".
         88 (PREFIX)-ORDER-MONTHLY         VALUE "M".
        03 (PREFIX)-ORDER-ANCHOR-DAY   PIC 9(02).
        03 (PREFIX)-ORDER-NEXT-DATE    PIC 9(08).
        03 (PREFIX)-ORDER-END-DATE     PIC 9(08).
        03 (PREFIX)-ORDER-STATUS       PIC X(01).
         88 (PREFIX)-ORDER-ACTIVE          VALUE "A".
         88 (PREFIX)-ORDER-CANCELLED       VALUE "C".
         88 (PREFIX)-ORDER-ENDED           VALUE "E".
         88 (PREFIX)-ORDER-SUSPENDED       VALUE "S".
        03 (PREFIX)-ORDER-CREATED-DATE PIC 9(08).
        03 (PREFIX)-ORDER-LAST-RUN-DATE PIC 9(08).
        03 (PREFIX)-ORDER-TRIES        PIC 9(02).
        03 (PREFIX)-ORDER-LAST-RESULT  PIC X(30).
