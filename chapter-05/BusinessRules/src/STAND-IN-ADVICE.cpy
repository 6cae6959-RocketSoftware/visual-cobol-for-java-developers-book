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

      * STAND-IN-ADVICE - one row per approval the network gave in
      * stand-in, in the network's advice file, received after the
      * host is back up. Card number is the real PAN; date and time
      * are when the network approved; APPROVAL-CODE is the code it
      * handed the merchant.
       01 (PREFIX)-STAND-IN-ADVICE.
        03 (PREFIX)-ADV-CARD-NUMBER    PIC 9(16).
        03 (PREFIX)-ADV-DATE           PIC 9(08).
        03 (PREFIX)-ADV-TIME           PIC 9(08).
        03 (PREFIX)-ADV-AMOUNT         PIC 9(10)V99.
        03 (PREFIX)-ADV-MCC            PIC 9(04).
        03 (PREFIX)-ADV-MERCHANT-ID    PIC X(15).
        03 (PREFIX)-ADV-APPROVAL-CODE  PIC X(06).
