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

      * DECEASED-REVIEW - one row per customer the monthly death
      * master match has put in front of the deceased-accounts team,
      * keyed by the customer id so a customer is queued once, not
      * again every month the licensed file still carries the entry.
      * MATCH-TYPE says how strong the hit is: F the tax id and the
      * date of birth both agree, T the tax id alone (a keying slip
      * on either side, or a reused number - never acted on without
      * a human looking). The team disposes the row: CONFIRMED puts
      * the deceased workflow in motion, REJECTED closes a false
      * positive for good. A death reported by a relative is
      * confirmed the same way and gets a row written at that point.
       01 (PREFIX)-DECEASED-REVIEW.
        03 (PREFIX)-DR-CUSTOMER-ID     PIC X(4) COMP-X.
        03 (PREFIX)-DR-TAX-ID          PIC X(11).
        03 (PREFIX)-DR-MATCH-TYPE      PIC X(01).
         88 (PREFIX)-DR-FULL-MATCH         VALUE "F".
         88 (PREFIX)-DR-TAX-ID-ONLY        VALUE "T".
         88 (PREFIX)-DR-REPORTED           VALUE "R".
        03 (PREFIX)-DR-DMF-LAST-NAME   PIC X(20).
        03 (PREFIX)-DR-DMF-DEATH-DATE  PIC 9(08).
        03 (PREFIX)-DR-QUEUED-DATE     PIC 9(08).
        03 (PREFIX)-DR-REVIEW-STATUS   PIC X(01).
         88 (PREFIX)-DR-PENDING            VALUE "P".
         88 (PREFIX)-DR-CONFIRMED          VALUE "C".
         88 (PREFIX)-DR-REJECTED           VALUE "R".
        03 (PREFIX)-DR-REVIEWED-DATE   PIC 9(08) VALUE 0.
        03 (PREFIX)-DR-REVIEWED-BY     PIC X(08) VALUE SPACES.
