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

      * SAVINGS-WDL-COUNT - the withdrawal count the savings
      * withdrawal monitor reached for an account in a cycle, keyed
      * by account id and cycle start (yyyymm01, the calendar-month
      * cycle SavingsInterestRun pays on), with the limit it was
      * counted against. Rewritten on every monitor pass, so it
      * holds the latest count; the savings statement reads it to
      * warn a customer at or near the limit.
       01 (PREFIX)-SAVINGS-WDL-COUNT.
        03 (PREFIX)-WDL-COUNT-KEY.
         05 (PREFIX)-WDL-ACCOUNT-ID     PIC X(4) COMP-X.
         05 (PREFIX)-WDL-CYCLE-START    PIC 9(08).
        03 (PREFIX)-WDL-COUNT          PIC 9(04).
        03 (PREFIX)-WDL-LIMIT          PIC 9(02).
        03 (PREFIX)-WDL-COUNTED-DATE   PIC 9(08).
