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

      * SKIP-TRACE-CASE - the skip-trace work queue: one row per
      * account whose customer's mail is coming back, keyed by the
      * account id, so an account is queued once however many pieces
      * return. Returned-mail intake opens the case (or reopens one
      * closed earlier, counting the returns); the queue report
      * closes it FOUND once a new address has replaced the bad one,
      * and the skip-trace team closes it EXHAUSTED when every
      * source has been tried without finding the customer.
       01 (PREFIX)-SKIP-TRACE-CASE.
        03 (PREFIX)-SKP-ACCOUNT-ID     PIC X(4) COMP-X.
        03 (PREFIX)-SKP-CUSTOMER-ID    PIC X(4) COMP-X.
        03 (PREFIX)-SKP-QUEUED-DATE    PIC 9(08).
        03 (PREFIX)-SKP-LAST-RETURN-DATE PIC 9(08).
        03 (PREFIX)-SKP-RETURN-COUNT   PIC 9(03).
        03 (PREFIX)-SKP-RETURN-REASON  PIC X(02).
        03 (PREFIX)-SKP-MAIL-SERIAL    PIC 9(09).
        03 (PREFIX)-SKP-CASE-STATUS    PIC X(01).
         88 (PREFIX)-SKP-OPEN              VALUE "O".
         88 (PREFIX)-SKP-FOUND             VALUE "F".
         88 (PREFIX)-SKP-EXHAUSTED         VALUE "X".
        03 (PREFIX)-SKP-CLOSED-DATE    PIC 9(08) VALUE 0.
