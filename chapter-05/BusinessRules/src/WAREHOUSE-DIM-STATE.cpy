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

      * WAREHOUSE-DIM-STATE - what the reporting warehouse currently
      * holds for one account or customer dimension member: the
      * version number, the date it took effect and the image of the
      * tracked attributes it was built from, plus the version before
      * it. The prior version is kept so a version raised by a load
      * that never completed can be taken back when that load is
      * rerun, leaving versioning the same however many times a date
      * is loaded. An image of spaces is a member since deleted at
      * source. LAST-LOAD-DATE/LAST-LOAD-ATTEMPT mark the load that
      * last compared the member, so it is compared once per load.
       01 (PREFIX)-WAREHOUSE-DIM-STATE.
        03 (PREFIX)-DIM-KEY.
         05 (PREFIX)-DIM-TYPE          PIC X(01).
          88 (PREFIX)-DIM-ACCOUNT          VALUE "A".
          88 (PREFIX)-DIM-CUSTOMER         VALUE "C".
         05 (PREFIX)-DIM-ID            PIC X(4) COMP-X.
        03 (PREFIX)-LAST-LOAD-DATE     PIC 9(08).
        03 (PREFIX)-LAST-LOAD-ATTEMPT  PIC 9(03).
        03 (PREFIX)-CURRENT-VERSION    PIC 9(05).
        03 (PREFIX)-CURRENT-FROM-DATE  PIC 9(08).
        03 (PREFIX)-CURRENT-IMAGE      PIC X(250).
        03 (PREFIX)-PRIOR-VERSION      PIC 9(05).
        03 (PREFIX)-PRIOR-FROM-DATE    PIC 9(08).
        03 (PREFIX)-PRIOR-IMAGE        PIC X(250).

      * The tracked attributes, as imaged into CURRENT-IMAGE and
      * carried on the warehouse dimension rows. Tax id and date of
      * birth are deliberately not tracked - the reporting schema has
      * no business holding them.
       01 (PREFIX)-ACCOUNT-ATTRIBUTES.
        03 (PREFIX)-DA-CUSTOMER-ID     PIC 9(10).
        03 (PREFIX)-DA-TYPE            PIC X(01).
        03 (PREFIX)-DA-ACCOUNT-STATUS  PIC X(01).
        03 (PREFIX)-DA-CREDIT-LIMIT    PIC 9(09)V99.
        03 (PREFIX)-DA-CURRENCY-CODE   PIC X(03).
        03 (PREFIX)-DA-APR             PIC 9V9(4).
        03 (PREFIX)-DA-RATE-BASIS      PIC X(01).
        03 (PREFIX)-DA-RATE-INDEX-CODE PIC X(05).
        03 (PREFIX)-DA-RATE-MARGIN     PIC 9V9(4).
        03 (PREFIX)-DA-BILLING-CYCLE-DAY PIC 9(02).
        03 (PREFIX)-DA-RESTRICTION-CODE PIC X(01).
        03 (PREFIX)-DA-INSTITUTION-CODE PIC 9(03).
        03 (PREFIX)-DA-COMPANY-ID      PIC 9(10).
        03 (PREFIX)-DA-COST-CENTER-CODE PIC X(08).
        03 (PREFIX)-DA-PARTNER-CODE    PIC X(04).
        03 (PREFIX)-DA-DATE-OPENED     PIC 9(08).
        03 FILLER                      PIC X(172).
       01 (PREFIX)-CUSTOMER-ATTRIBUTES.
        03 (PREFIX)-DC-FIRST-NAME      PIC X(30).
        03 (PREFIX)-DC-LAST-NAME       PIC X(30).
        03 (PREFIX)-DC-ADDRESS-LINE-1  PIC X(30).
        03 (PREFIX)-DC-ADDRESS-LINE-2  PIC X(30).
        03 (PREFIX)-DC-CITY            PIC X(20).
        03 (PREFIX)-DC-STATE           PIC X(02).
        03 (PREFIX)-DC-ZIP-CODE        PIC X(10).
        03 (PREFIX)-DC-EMAIL           PIC X(60).
        03 (PREFIX)-DC-DO-NOT-SOLICIT  PIC X(01).
        03 (PREFIX)-DC-UNDELIVERABLE   PIC X(01).
        03 (PREFIX)-DC-INSIDER-CLASS   PIC X(01).
        03 (PREFIX)-DC-AFFILIATE-OPT-OUT PIC X(01).
        03 (PREFIX)-DC-THIRD-PARTY-OPT-OUT PIC X(01).
        03 FILLER                      PIC X(33).
