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

      * AML-CASH-DAY - one row per customer per business day on which
      * cash-equivalent money came in, written by the AML cash pass.
      * It is the memory the structuring test looks back over: the
      * day's total, how many items made it up, how many of those sat
      * just under the reporting threshold, and whether the day has
      * already gone out on a CTR extract (so a rerun of the same day
      * does not file twice).
       01 (PREFIX)-AML-CASH-DAY.
        03 (PREFIX)-CASH-DAY-KEY.
         05 (PREFIX)-CUSTOMER-ID       PIC X(4) COMP-X.
         05 (PREFIX)-BUSINESS-DATE     PIC 9(08).
        03 (PREFIX)-CASH-TOTAL         PIC S9(12)V99.
        03 (PREFIX)-ITEM-COUNT         PIC 9(04).
        03 (PREFIX)-NEAR-COUNT         PIC 9(04).
        03 (PREFIX)-ACCOUNT-COUNT      PIC 9(03).
        03 (PREFIX)-CTR-FLAG           PIC X(01).
         88 (PREFIX)-CTR-EXTRACTED         VALUE "Y".
         88 (PREFIX)-CTR-NOT-REQUIRED      VALUE "N".
