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

      * COMPANY-RECORD - a commercial card client, one row per
      * company keyed by COMPANY-ID. The company's employee
      * cardholder accounts carry its id on ACCOUNT-RECORD and sit
      * under one of its cost centers (COST-CENTER). COMPANY-LIMIT
      * is the ceiling on the combined balance and outstanding holds
      * of every account the company has - AUTHORIZE-TRANSACTION
      * declines past it whatever the single card's own open-to-buy.
      * Liability decides who is billed: corporate liability means
      * the company pays one consolidated statement and the
      * cardholders' accounts follow the company's cycle day;
      * individual liability means each cardholder is billed and
      * pays their own statement as a consumer would.
       01 (PREFIX)-COMPANY-RECORD.
        03 (PREFIX)-COMPANY-ID         PIC X(4) COMP-X.
        03 (PREFIX)-COMPANY-NAME       PIC X(40).
        03 (PREFIX)-LIABILITY-TYPE     PIC X(01).
         88 (PREFIX)-CORPORATE-LIABILITY   VALUE "C".
         88 (PREFIX)-INDIVIDUAL-LIABILITY  VALUE "I".
        03 (PREFIX)-COMPANY-STATUS     PIC X(01).
         88 (PREFIX)-COMPANY-ACTIVE        VALUE "A".
         88 (PREFIX)-COMPANY-SUSPENDED     VALUE "S".
        03 (PREFIX)-COMPANY-LIMIT      PIC S9(12)V99 VALUE 0.
        03 (PREFIX)-COMPANY-CYCLE-DAY  PIC 9(02) VALUE 1.
        03 (PREFIX)-BILLING-CONTACT    PIC X(40) VALUE SPACES.
        03 (PREFIX)-BILLING-ADDRESS    PIC X(60) VALUE SPACES.
        03 (PREFIX)-OPENED-DATE        PIC 9(08) VALUE 0.
