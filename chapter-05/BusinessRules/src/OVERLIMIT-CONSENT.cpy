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

      * OVERLIMIT-CONSENT - the cardholder's over-limit opt-in, one
      * row per account that has ever been asked, keyed by the
      * account id. Without a row, or with the row opted out,
      * AUTHORIZE-TRANSACTION declines anything past open-to-buy
      * exactly as it always has; opted in, it approves up to the
      * product's tolerance over the limit and the cycle-end fee run
      * may charge the product's over-limit fee. The opt-in and the
      * latest opt-out are each kept with their date and the channel
      * the customer used, so the consent can be evidenced later.
      * Channels: B branch, P phone, W web, M mail.
      * FEE-CYCLE-COUNT is the consecutive cycles an over-limit fee
      * has been charged for the current excursion - the fee run stops
      * at three and resets it once a cycle closes within the limit;
      * LAST-FEE-DATE keeps the fee to one per cycle.
       01 (PREFIX)-OVERLIMIT-CONSENT.
        03 (PREFIX)-ACCOUNT-ID         PIC X(4) COMP-X.
        03 (PREFIX)-CONSENT-STATUS     PIC X(01).
         88 (PREFIX)-OVERLIMIT-OPTED-IN    VALUE "I".
         88 (PREFIX)-OVERLIMIT-OPTED-OUT   VALUE "O".
        03 (PREFIX)-OPT-IN-DATE        PIC 9(08) VALUE 0.
        03 (PREFIX)-OPT-IN-CHANNEL     PIC X(01) VALUE SPACE.
        03 (PREFIX)-OPT-OUT-DATE       PIC 9(08) VALUE 0.
        03 (PREFIX)-OPT-OUT-CHANNEL    PIC X(01) VALUE SPACE.
        03 (PREFIX)-FEE-CYCLE-COUNT    PIC 9(02) VALUE 0.
        03 (PREFIX)-LAST-FEE-DATE      PIC 9(08) VALUE 0.
