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

      * COMPROMISE-ALERT - one row per card number a card network's
      * breach alert named, appended to the compromise log by the
      * alert intake whatever became of it, and read back by the
      * exposure report to show each breach event's reach and what
      * was done. CARD-NUMBER is the vault token (the alerted PAN
      * never lands here; zero when the vault and card file knew
      * neither), PAN-LAST4 what the fraud desk reads back to the
      * network. EXPOSURE is the account's open-to-buy at intake -
      * what a thief holding the card could have spent that day.
      * ACCOUNT-ID is display numeric, like AUTH-ACCOUNT-ID, so a
      * binary id cannot mis-frame the line sequential row.
       01 (PREFIX)-COMPROMISE-ALERT.
        03 (PREFIX)-ALERT-DATE         PIC 9(08).
        03 (PREFIX)-ALERT-EVENT-ID     PIC X(12).
        03 (PREFIX)-ALERT-TYPE         PIC X(02).
        03 (PREFIX)-ALERT-CARD-NUMBER  PIC 9(16).
        03 (PREFIX)-ALERT-PAN-LAST4    PIC X(04).
        03 (PREFIX)-ALERT-ACCOUNT-ID   PIC 9(10).
        03 (PREFIX)-ALERT-TIER         PIC X(01).
         88 (PREFIX)-ALERT-TIER-MONITOR    VALUE "M".
         88 (PREFIX)-ALERT-TIER-VELOCITY   VALUE "V".
         88 (PREFIX)-ALERT-TIER-REISSUE    VALUE "R".
      * What the intake did: M monitoring only, V velocity
      * tightened, S scheduled into the mass reissue, K kept at the
      * tier it had (an earlier alert already set it as high, or the
      * card rewrite failed), N no card on file, D card already out
      * of use (lost, stolen, held, reissued or replaced).
        03 (PREFIX)-ALERT-ACTION       PIC X(01).
         88 (PREFIX)-ALERT-MONITORED       VALUE "M".
         88 (PREFIX)-ALERT-TIGHTENED       VALUE "V".
         88 (PREFIX)-ALERT-SCHEDULED       VALUE "S".
         88 (PREFIX)-ALERT-KEPT            VALUE "K".
         88 (PREFIX)-ALERT-NOT-ON-FILE     VALUE "N".
         88 (PREFIX)-ALERT-CARD-DEAD       VALUE "D".
        03 (PREFIX)-ALERT-EXPOSURE     PIC S9(12)V99.
        03 (PREFIX)-ALERT-REISSUE-DATE PIC 9(08).
