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

      * PARTNER-PAYABLE - one row per amount the monthly co-brand
      * settlement owes (or claws back from) a partner, appended to
      * the partner payable file for the GL journal extract to book
      * on the payable date:
      *   S  revenue share - the partner's cut of the month's
      *      interchange, interest and fees on its accounts;
      *   B  new-account bounties for the month;
      *   C  bounty clawbacks on accounts closed early - carried as
      *      a separate negative row, never netted into the others.
      * Amounts are display signed, as on INTERCOMPANY-ENTRY, so the
      * line sequential file can never mis-frame.
       01 (PREFIX)-PARTNER-PAYABLE.
        03 (PREFIX)-PAYABLE-DATE       PIC 9(08).
        03 (PREFIX)-PAYABLE-PARTNER-CODE PIC X(04).
        03 (PREFIX)-SETTLEMENT-MONTH   PIC 9(06).
        03 (PREFIX)-PAYABLE-TYPE       PIC X(01).
         88 (PREFIX)-PAYABLE-SHARE         VALUE "S".
         88 (PREFIX)-PAYABLE-BOUNTY        VALUE "B".
         88 (PREFIX)-PAYABLE-CLAWBACK      VALUE "C".
        03 (PREFIX)-PAYABLE-AMOUNT     PIC S9(12)V99.
