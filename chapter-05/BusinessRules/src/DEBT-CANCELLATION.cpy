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

      * DEBT-CANCELLATION - what the 1099-C extract filed for one
      * debtor for one tax year, keyed by the year and the customer.
      * The original filing writes the row; a correction run
      * compares each debtor's recomputed figures against it and
      * files a corrected return where they differ - or a voiding
      * one, all amounts zero, where the debtor no longer qualifies
      * (an exclusion found late, a forgiveness reversed).
       01 (PREFIX)-DEBT-CANCELLATION.
        03 (PREFIX)-DCN-KEY.
         05 (PREFIX)-DCN-TAX-YEAR      PIC 9(04).
         05 (PREFIX)-DCN-CUSTOMER-ID   PIC X(4) COMP-X.
        03 (PREFIX)-DCN-ACCOUNT-ID     PIC X(4) COMP-X.
        03 (PREFIX)-DCN-EVENT-DATE     PIC 9(08).
        03 (PREFIX)-DCN-EVENT-CODE     PIC X(01).
        03 (PREFIX)-DCN-DISCHARGED-AMOUNT PIC S9(12)V99.
        03 (PREFIX)-DCN-INTEREST-FEES  PIC S9(12)V99.
        03 (PREFIX)-DCN-FILED-DATE     PIC 9(08).
        03 (PREFIX)-DCN-FILING-STATUS  PIC X(01).
         88 (PREFIX)-DCN-ORIGINAL          VALUE "O".
         88 (PREFIX)-DCN-CORRECTED         VALUE "C".
         88 (PREFIX)-DCN-VOIDED            VALUE "V".
