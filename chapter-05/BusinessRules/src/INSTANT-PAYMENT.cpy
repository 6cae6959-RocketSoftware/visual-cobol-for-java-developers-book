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

      * INSTANT-PAYMENT - one real-time payment message from the
      * instant payment rail crediting a customer's account, with
      * the answer the online posting entry sends back, and, as
      * answered, the row appended to the day's instant payment log
      * the settlement reconciliation reads. MESSAGE-ID is the
      * rail's end-to-end id and is unique across the rail; a
      * message seen twice is answered as a duplicate and never
      * posted twice. INSTITUTION is the receiving institution the
      * rail routed the payment to, which must be the account's own.
      * SENT-DATE and SENT-TIME (hhmmsscc) are the rail's timestamp,
      * from which the entry judges whether it can still answer
      * within the rail's time limit. RESPONSE A accepted and
      * posted, R rejected with the rail's reason code and a text
      * for the operations report. PAYMENT-ID is the PAYMENT-RECORD
      * written for an accepted message, 0 otherwise.
       01 (PREFIX)-INSTANT-PAYMENT.
        03 (PREFIX)-RTP-MESSAGE-ID     PIC X(35).
        03 (PREFIX)-RTP-INSTITUTION    PIC 9(03).
        03 (PREFIX)-RTP-ACCOUNT-ID     PIC 9(10).
        03 (PREFIX)-RTP-AMOUNT         PIC 9(10)V99.
        03 (PREFIX)-RTP-CURRENCY-CODE  PIC X(03).
        03 (PREFIX)-RTP-DEBTOR-NAME    PIC X(35).
        03 (PREFIX)-RTP-SENT-DATE      PIC 9(08).
        03 (PREFIX)-RTP-SENT-TIME      PIC 9(08).
        03 (PREFIX)-RTP-RESPONSE       PIC X(01).
         88 (PREFIX)-RTP-ACCEPTED          VALUE "A".
         88 (PREFIX)-RTP-REJECTED          VALUE "R".
        03 (PREFIX)-RTP-REASON-CODE    PIC X(04).
        03 (PREFIX)-RTP-REASON-TEXT    PIC X(30).
        03 (PREFIX)-RTP-PAYMENT-ID     PIC 9(10).
        03 (PREFIX)-RTP-POSTED-DATE    PIC 9(08).
        03 (PREFIX)-RTP-POSTED-TIME    PIC 9(08).
