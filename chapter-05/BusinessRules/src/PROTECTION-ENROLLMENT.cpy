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

      * PROTECTION-ENROLLMENT - one row per account enrolled in the
      * payment-protection (debt-cancellation) product, keyed by the
      * account id. The premium rate is per $100 of the statement
      * ending balance and is locked in at enrollment, so a later
      * price change never reprices an existing enrollment. The
      * month-end run bills the premium on each cycle's ending
      * balance and stamps the cycle it billed, so a rerun of the
      * same cycle never bills twice.
       01 (PREFIX)-PROTECTION-ENROLLMENT.
        03 (PREFIX)-ACCOUNT-ID         PIC X(4) COMP-X.
        03 (PREFIX)-ENROLL-STATUS      PIC X(01).
         88 (PREFIX)-ENROLLMENT-ACTIVE     VALUE "A".
         88 (PREFIX)-ENROLLMENT-CANCELLED  VALUE "C".
        03 (PREFIX)-ENROLL-DATE        PIC 9(08).
        03 (PREFIX)-CANCEL-DATE        PIC 9(08) VALUE 0.
        03 (PREFIX)-PREMIUM-RATE       PIC 9V9(4).
        03 (PREFIX)-PREMIUMS-BILLED    PIC S9(12)V99 VALUE 0.
        03 (PREFIX)-LAST-PREMIUM-CYCLE PIC 9(08) VALUE 0.
        03 (PREFIX)-LAST-PREMIUM       PIC S9(12)V99 VALUE 0.
