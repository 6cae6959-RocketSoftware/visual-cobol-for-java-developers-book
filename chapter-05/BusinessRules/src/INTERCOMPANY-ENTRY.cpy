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

      * INTERCOMPANY-ENTRY - one row per movement between two
      * institutions of the group, appended to the intercompany
      * ledger the same append-only way AUDIT-RECORD rows are.
      * DUE-TO-INSTITUTION is the one that owes, DUE-FROM-INSTITUTION
      * the one that is owed, so a pair's position is simply the sum
      * of IC-AMOUNT over its rows:
      *   C  cash received - a payment for an account owned by one
      *      institution landed at another; the receiver holds the
      *      owner's money and owes it over. Positive amount.
      *   S  settlement - the owing institution paid the position
      *      down; the same orientation with a negative amount.
      * IC-SOURCE says which intake saw the cash - K keyed payment,
      * L lockbox, H household distribution, S settlement entry.
      * Ids are display numeric, as on AUTHORIZATION-RECORD, so a
      * binary byte can never mis-frame the line sequential file.
       01 (PREFIX)-INTERCOMPANY-ENTRY.
        03 (PREFIX)-IC-ENTRY-DATE      PIC 9(08).
        03 (PREFIX)-IC-ENTRY-TYPE      PIC X(01).
         88 (PREFIX)-IC-CASH-RECEIVED      VALUE "C".
         88 (PREFIX)-IC-SETTLEMENT         VALUE "S".
        03 (PREFIX)-DUE-TO-INSTITUTION PIC 9(03).
        03 (PREFIX)-DUE-FROM-INSTITUTION PIC 9(03).
        03 (PREFIX)-IC-AMOUNT          PIC S9(12)V99.
        03 (PREFIX)-IC-SOURCE          PIC X(01).
         88 (PREFIX)-IC-FROM-KEYED         VALUE "K".
         88 (PREFIX)-IC-FROM-LOCKBOX       VALUE "L".
         88 (PREFIX)-IC-FROM-HOUSEHOLD     VALUE "H".
         88 (PREFIX)-IC-FROM-SETTLEMENT    VALUE "S".
        03 (PREFIX)-IC-ACCOUNT-ID      PIC 9(10).
        03 (PREFIX)-IC-PAYMENT-ID      PIC 9(10).
