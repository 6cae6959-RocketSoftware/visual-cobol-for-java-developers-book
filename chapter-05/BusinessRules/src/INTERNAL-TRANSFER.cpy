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

      * INTERNAL-TRANSFER - one movement of money between two of a
      * customer's own accounts, as handed to POST-INTERNAL-TRANSFER
      * by the CSR transfer intake and the standing-order run. The
      * caller fills the two accounts, the amount and where the
      * request came from; the engine hands back the two legs'
      * transaction ids - each leg's LINKED-TRANSACTION-ID names the
      * other - or the reason it refused.
       01 (PREFIX)-INTERNAL-TRANSFER.
        03 (PREFIX)-FROM-ACCOUNT-ID    PIC X(4) COMP-X.
        03 (PREFIX)-TO-ACCOUNT-ID      PIC X(4) COMP-X.
        03 (PREFIX)-TRANSFER-AMOUNT    PIC S9(12)V99.
        03 (PREFIX)-TRANSFER-ORIGIN    PIC X(01).
         88 (PREFIX)-ORIGIN-CSR            VALUE "C".
         88 (PREFIX)-ORIGIN-STANDING-ORDER VALUE "S".
      * The standing order executed - zero for a one-off transfer.
        03 (PREFIX)-TRANSFER-ORDER-ID  PIC X(4) COMP-X.
      * Edit only: every check but funds is made and nothing is
      * posted - how a standing order is vetted when it is set up.
        03 (PREFIX)-TRANSFER-MODE      PIC X(01).
         88 (PREFIX)-MODE-POST             VALUE SPACE, "P".
         88 (PREFIX)-MODE-EDIT-ONLY        VALUE "E".
        03 (PREFIX)-DEBIT-TXN-ID       PIC X(4) COMP-X.
        03 (PREFIX)-CREDIT-TXN-ID      PIC X(4) COMP-X.
        03 (PREFIX)-TRANSFER-REASON    PIC X(30).
