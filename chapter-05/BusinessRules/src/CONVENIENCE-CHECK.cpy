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

      * CONVENIENCE-CHECK - one row per convenience check issued
      * against a card line, keyed by the check number, with the
      * account as an alternate key so an account's checks can be
      * walked. Every check in a book carries the type of the offer
      * the book came from - a cash-access offer's checks post as
      * cash advances, a balance-transfer offer's as balance
      * transfers - so pricing follows the offer, not the payee.
      * ISSUED checks are live; a stop-payment request makes one
      * STOPPED; a presentment either PAIDs it (POSTED-TXN-ID is the
      * transaction it posted as) or RETURNs it unpaid with the
      * reason handed back to the bank.
       01 (PREFIX)-CONVENIENCE-CHECK.
        03 (PREFIX)-CHECK-NUMBER       PIC 9(10).
        03 (PREFIX)-ACCOUNT-ID         PIC X(4) COMP-X.
        03 (PREFIX)-OFFER-CODE         PIC X(08).
        03 (PREFIX)-CHECK-TYPE         PIC X(01).
         88 (PREFIX)-CHECK-CASH-ADVANCE    VALUE "A".
         88 (PREFIX)-CHECK-BAL-TRANSFER    VALUE "B".
        03 (PREFIX)-ISSUE-DATE         PIC 9(08).
        03 (PREFIX)-CHECK-STATUS       PIC X(01).
         88 (PREFIX)-CHECK-ISSUED          VALUE "I".
         88 (PREFIX)-CHECK-STOPPED         VALUE "S".
         88 (PREFIX)-CHECK-PAID            VALUE "P".
         88 (PREFIX)-CHECK-RETURNED        VALUE "R".
        03 (PREFIX)-STOP-DATE          PIC 9(08) VALUE 0.
        03 (PREFIX)-PRESENTED-DATE     PIC 9(08) VALUE 0.
        03 (PREFIX)-PRESENTED-AMOUNT   PIC S9(12)V99 VALUE 0.
        03 (PREFIX)-PAYEE-NAME         PIC X(30) VALUE SPACES.
        03 (PREFIX)-RETURN-REASON      PIC X(02) VALUE SPACES.
         88 (PREFIX)-RETURN-STOPPED        VALUE "SP".
         88 (PREFIX)-RETURN-OVER-LIMIT     VALUE "OL".
         88 (PREFIX)-RETURN-RESTRICTED     VALUE "RS".
         88 (PREFIX)-RETURN-NOT-OPEN       VALUE "AC".
        03 (PREFIX)-POSTED-TXN-ID      PIC X(4) COMP-X VALUE 0.
