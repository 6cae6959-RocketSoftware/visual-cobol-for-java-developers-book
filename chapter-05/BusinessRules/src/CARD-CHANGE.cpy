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

      * CARD-CHANGE - one row per card change a merchant holding the
      * card on file needs to hear about, appended at the moment of
      * the change to the card change log for the daily account
      * updater extract. A REPLACED row carries the card retired and
      * the card that takes its place (reason L lost or stolen, X
      * expiry reissue, K compromise reissue activated); a CLOSED
      * row carries the account alone - the extract tells the
      * network about every card the account still held. Card
      * numbers are vault tokens; the extract reveals the real
      * numbers only when it builds the network file.
       01 (PREFIX)-CARD-CHANGE.
        03 (PREFIX)-CHANGE-DATE        PIC 9(08).
        03 (PREFIX)-CHANGE-TYPE        PIC X(01).
         88 (PREFIX)-CHANGE-REPLACED       VALUE "R".
         88 (PREFIX)-CHANGE-CLOSED         VALUE "C".
        03 (PREFIX)-CHANGE-REASON      PIC X(01).
         88 (PREFIX)-CHANGE-LOST-STOLEN    VALUE "L".
         88 (PREFIX)-CHANGE-EXPIRY         VALUE "X".
         88 (PREFIX)-CHANGE-COMPROMISE     VALUE "K".
         88 (PREFIX)-CHANGE-CLOSURE        VALUE "C".
        03 (PREFIX)-CHANGE-ACCOUNT-ID  PIC 9(10).
        03 (PREFIX)-OLD-CARD-NUMBER    PIC 9(16).
        03 (PREFIX)-NEW-CARD-NUMBER    PIC 9(16).
        03 (PREFIX)-NEW-CARD-EXPIRY    PIC 9(06).
