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

      * NETWORK-PAYABLE - one row per card-network invoice the
      * network billing intake has reconciled, appended to the
      * network payable file for the GL journal extract to book on
      * the payable date as an accrued payable to the network. The
      * AGREED total is what we accept owing - every fee line that
      * recomputed within tolerance at the network's figure, every
      * line that did not at the lesser of theirs and ours - and is
      * the only amount booked; the rest of the BILLED total is
      * DISPUTED with the network and books nothing until a later
      * invoice or credit settles it. Amounts are display signed,
      * as on PARTNER-PAYABLE, so the line sequential file can never
      * mis-frame.
       01 (PREFIX)-NETWORK-PAYABLE.
        03 (PREFIX)-NETWORK-PAYABLE-DATE PIC 9(08).
        03 (PREFIX)-NETWORK-CODE       PIC X(04).
        03 (PREFIX)-NETWORK-BILLING-MONTH PIC 9(06).
        03 (PREFIX)-NETWORK-INVOICE-NUMBER PIC X(12).
        03 (PREFIX)-NETWORK-BILLED-TOTAL PIC S9(12)V99.
        03 (PREFIX)-NETWORK-AGREED-TOTAL PIC S9(12)V99.
        03 (PREFIX)-NETWORK-DISPUTED-TOTAL PIC S9(12)V99.
