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

      * AGENCY-PLACEMENT - one row per placement of an account with
      * an outside collection agency, keyed by account id and the
      * day it was placed, so an account's whole placement history
      * - first agency, secondary agency after a recall - reads in
      * order under its id. The placement pass opens the row PLACED
      * with the commission rate and placement period off the
      * matching agency rule; the same pass RECALLS it when the
      * period runs out, the account goes into bankruptcy, is sold
      * or is paid off. Agency remittances posted through recovery
      * posting add to COLLECTED-TO-DATE; the monthly commission
      * reconciliation prices each remitted dollar at the row's own
      * rate, so a rule changed later never reprices old work.
       01 (PREFIX)-AGENCY-PLACEMENT.
        03 (PREFIX)-PLC-KEY.
         05 (PREFIX)-PLC-ACCOUNT-ID    PIC X(4) COMP-X.
         05 (PREFIX)-PLC-PLACED-DATE   PIC 9(08).
        03 (PREFIX)-PLC-AGENCY-CODE    PIC X(08).
      * Late-stage placements are open accounts deep in the buckets;
      * charged-off placements work the charged-off ledger's
      * outstanding exposure.
        03 (PREFIX)-PLC-STAGE          PIC X(01).
         88 (PREFIX)-PLC-LATE-STAGE        VALUE "L".
         88 (PREFIX)-PLC-CHARGED-OFF       VALUE "C".
        03 (PREFIX)-PLC-BUCKET-DAYS    PIC 9(03).
        03 (PREFIX)-PLC-PLACED-BALANCE PIC S9(12)V99.
        03 (PREFIX)-PLC-COMMISSION-RATE PIC 9V9(4).
        03 (PREFIX)-PLC-EXPIRY-DATE    PIC 9(08).
        03 (PREFIX)-PLC-STATUS         PIC X(01).
         88 (PREFIX)-PLC-PLACED            VALUE "P".
         88 (PREFIX)-PLC-RECALLED          VALUE "R".
        03 (PREFIX)-PLC-RECALL-DATE    PIC 9(08) VALUE 0.
        03 (PREFIX)-PLC-RECALL-REASON  PIC X(01) VALUE SPACE.
         88 (PREFIX)-PLC-RECALL-EXPIRED    VALUE "E".
         88 (PREFIX)-PLC-RECALL-BANKRUPTCY VALUE "B".
         88 (PREFIX)-PLC-RECALL-SOLD       VALUE "S".
         88 (PREFIX)-PLC-RECALL-PAID       VALUE "P".
        03 (PREFIX)-PLC-COLLECTED-TO-DATE PIC S9(12)V99 VALUE 0.
