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

      * OFFER-RESPONSE - one row per firm offer of credit mailed from
      * a prescreened list, keyed by the offer id printed on the
      * mailer (campaign code plus a sequence within the campaign)
      * and alternately by the prospect's SSN, so an application
      * that arrives without the mailer can still be matched. The
      * row carries the terms we were bound to offer; it is stamped
      * responded with the account and date when an account opened
      * through maintenance is tied back to the campaign.
       01 (PREFIX)-OFFER-RESPONSE.
        03 (PREFIX)-OFFER-ID.
         05 (PREFIX)-CAMPAIGN-CODE     PIC X(08).
         05 (PREFIX)-OFFER-SEQUENCE    PIC 9(06).
        03 (PREFIX)-PROSPECT-SSN       PIC 9(09).
      * The customer the prospect matched at list time - zero for a
      * prospect who was not yet a customer of ours.
        03 (PREFIX)-PROSPECT-CUSTOMER-ID PIC X(4) COMP-X.
        03 (PREFIX)-PROSPECT-LAST-NAME PIC X(26).
        03 (PREFIX)-PROSPECT-FIRST-NAME PIC X(20).
        03 (PREFIX)-PROSPECT-ZIP-CODE  PIC X(10).
        03 (PREFIX)-BUREAU-SCORE       PIC 9(03).
        03 (PREFIX)-OFFER-TYPE         PIC X(01).
        03 (PREFIX)-OFFER-APR          PIC 9V9(4).
        03 (PREFIX)-OFFER-LIMIT        PIC 9(9)V99.
        03 (PREFIX)-MAILED-DATE        PIC 9(08).
        03 (PREFIX)-OFFER-EXPIRY-DATE  PIC 9(08).
        03 (PREFIX)-RESPONSE-STATUS    PIC X(01).
         88 (PREFIX)-OFFER-MAILED          VALUE "M".
         88 (PREFIX)-OFFER-RESPONDED       VALUE "R".
        03 (PREFIX)-RESPONSE-DATE      PIC 9(08) VALUE 0.
        03 (PREFIX)-RESPONSE-ACCOUNT-ID PIC X(4) COMP-X VALUE 0.
        03 (PREFIX)-RESPONSE-CUSTOMER-ID PIC X(4) COMP-X VALUE 0.
