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

      * TRAVEL-NOTICE - the customer's word that they will be abroad,
      * one row per account: the first and last day of the trip and
      * up to five destination countries (ISO 3166 alpha-3 codes,
      * spaces in the slots unused). A foreign sale inside the window
      * in a declared country is expected spending - it is spared the
      * foreign-use ceiling in AUTHORIZE-TRANSACTION and the night's
      * velocity tally; outside the window or in any other country it
      * is weighed as always. Keyed by CSRs through account
      * maintenance or by the customer through the REST facade; a
      * later notice replaces the earlier one whole, and the nightly
      * purge deletes a notice once its last day has passed.
       01 (PREFIX)-TRAVEL-NOTICE.
        03 (PREFIX)-ACCOUNT-ID         PIC X(4) COMP-X.
        03 (PREFIX)-TRAVEL-START-DATE  PIC 9(08).
        03 (PREFIX)-TRAVEL-END-DATE    PIC 9(08).
        03 (PREFIX)-COUNTRY-TABLE.
         05 (PREFIX)-TRAVEL-COUNTRY    PIC X(03) OCCURS 5.
      * Who took the notice and how the customer gave it - B branch,
      * P phone, W web, M mail - dated with the processing date.
        03 (PREFIX)-NOTICE-CHANNEL     PIC X(01).
         88 (PREFIX)-NOTICE-CHANNEL-VALID  VALUE "B", "P", "W", "M".
        03 (PREFIX)-NOTICE-ENTERED-DATE PIC 9(08).
        03 (PREFIX)-NOTICE-ENTERED-BY  PIC X(20).
