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

      * DSAR-REQUEST - one row per data-subject access request, keyed
      * by the customer and the day the request was received, so a
      * customer who asks again next year is a new request. DUE-DATE
      * is the statutory response deadline counted from receipt; the
      * export run stamps FULFILLED-DATE when the package is built,
      * with what went into it. A request for a customer id we do
      * not hold stays UNLOCATED, and open, until it is resolved.
       01 (PREFIX)-DSAR-REQUEST.
        03 (PREFIX)-DSAR-KEY.
         05 (PREFIX)-CUSTOMER-ID       PIC X(4) COMP-X.
         05 (PREFIX)-RECEIVED-DATE     PIC 9(08).
        03 (PREFIX)-DUE-DATE           PIC 9(08).
        03 (PREFIX)-REQUEST-STATUS     PIC X(01).
         88 (PREFIX)-DSAR-OPEN             VALUE "O".
         88 (PREFIX)-DSAR-UNLOCATED        VALUE "U".
         88 (PREFIX)-DSAR-FULFILLED        VALUE "F".
        03 (PREFIX)-FULFILLED-DATE     PIC 9(08) VALUE 0.
        03 (PREFIX)-ACCOUNT-COUNT      PIC 9(03) VALUE 0.
        03 (PREFIX)-EXPORT-LINE-COUNT  PIC 9(06) VALUE 0.
        03 (PREFIX)-REDACTION-COUNT    PIC 9(04) VALUE 0.
