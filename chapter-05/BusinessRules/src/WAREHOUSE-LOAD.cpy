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

      * WAREHOUSE-LOAD - the reporting warehouse load log, one row per
      * business date loaded. A load is STARTED when it begins,
      * COMPLETE only once its snapshot facts have tied back to the
      * trial balance control totals for the same date, and FAILED
      * when they did not (or no control row was there to tie to).
      * AUDIT-END-ROW of the last complete load is where the next
      * load's audit scan picks up, so a started or failed load rerun
      * for the same date covers exactly the same window again.
       01 (PREFIX)-WAREHOUSE-LOAD.
        03 (PREFIX)-LOAD-DATE          PIC 9(08).
        03 (PREFIX)-LOAD-STATUS        PIC X(01).
         88 (PREFIX)-LOAD-STARTED          VALUE "S".
         88 (PREFIX)-LOAD-FAILED           VALUE "X".
         88 (PREFIX)-LOAD-COMPLETE         VALUE "C".
        03 (PREFIX)-LOAD-ATTEMPT       PIC 9(03).
        03 (PREFIX)-PRIOR-LOAD-DATE    PIC 9(08).
        03 (PREFIX)-AUDIT-START-ROW    PIC 9(10).
        03 (PREFIX)-AUDIT-END-ROW      PIC 9(10).
        03 (PREFIX)-DIM-ACCOUNT-ROWS   PIC 9(09).
        03 (PREFIX)-DIM-CUSTOMER-ROWS  PIC 9(09).
        03 (PREFIX)-FACT-TXN-ROWS      PIC 9(09).
        03 (PREFIX)-FACT-PAYMENT-ROWS  PIC 9(09).
        03 (PREFIX)-FACT-STATEMENT-ROWS PIC 9(09).
        03 (PREFIX)-FACT-SNAPSHOT-ROWS PIC 9(09).
        03 (PREFIX)-SNAPSHOT-ID-HASH   PIC 9(12).
        03 (PREFIX)-SNAPSHOT-BALANCE-HASH PIC S9(14)V99.
        03 (PREFIX)-FINISHED-DATE      PIC 9(08).
        03 (PREFIX)-FINISHED-TIME      PIC 9(08).
