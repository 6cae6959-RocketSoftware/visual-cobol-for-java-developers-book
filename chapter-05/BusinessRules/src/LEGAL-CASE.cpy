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

      * LEGAL-CASE - one row per charged-off debt we have sued on,
      * keyed by account id like the CHARGEOFF-LEDGER row it hangs
      * off. LegalCaseEntry opens it FILED with the court and case
      * number, then records service and the judgment; the judgment
      * fixes the statutory post-judgment rate for the case's state
      * off the legal state rules file, and LegalInterestAccrual
      * accrues simple interest on the unpaid judgment a month at a
      * time. Garnishment receipts posted through RecoveryPosting
      * are tagged here - applied to accrued interest first, then to
      * the judgment - and a case collected in full is SATISFIED.
       01 (PREFIX)-LEGAL-CASE.
        03 (PREFIX)-LGL-ACCOUNT-ID     PIC X(4) COMP-X.
        03 (PREFIX)-LGL-CASE-NUMBER    PIC X(20).
        03 (PREFIX)-LGL-COURT-NAME     PIC X(30).
        03 (PREFIX)-LGL-STATE          PIC X(02).
        03 (PREFIX)-LGL-CASE-STATUS    PIC X(01).
         88 (PREFIX)-LGL-FILED             VALUE "F".
         88 (PREFIX)-LGL-SERVED            VALUE "S".
         88 (PREFIX)-LGL-JUDGMENT          VALUE "J".
         88 (PREFIX)-LGL-SATISFIED         VALUE "T".
         88 (PREFIX)-LGL-DISMISSED         VALUE "D".
         88 (PREFIX)-LGL-CASE-OPEN         VALUE "F" "S" "J".
        03 (PREFIX)-LGL-FILED-DATE     PIC 9(08).
        03 (PREFIX)-LGL-SERVED-DATE    PIC 9(08) VALUE 0.
        03 (PREFIX)-LGL-JUDGMENT-DATE  PIC 9(08) VALUE 0.
        03 (PREFIX)-LGL-JUDGMENT-AMOUNT PIC S9(12)V99 VALUE 0.
        03 (PREFIX)-LGL-INTEREST-RATE  PIC 9V9(4) VALUE 0.
      * yyyymm of the last month accrued - the judgment month to
      * start, since interest runs from the month after.
        03 (PREFIX)-LGL-INTEREST-THROUGH PIC 9(06) VALUE 0.
        03 (PREFIX)-LGL-ACCRUED-INTEREST PIC S9(12)V99 VALUE 0.
        03 (PREFIX)-LGL-INTEREST-COLLECTED PIC S9(12)V99 VALUE 0.
        03 (PREFIX)-LGL-PRINCIPAL-COLLECTED PIC S9(12)V99 VALUE 0.
        03 (PREFIX)-LGL-LAST-GARNISH-DATE PIC 9(08) VALUE 0.
        03 (PREFIX)-LGL-CLOSED-DATE    PIC 9(08) VALUE 0.
