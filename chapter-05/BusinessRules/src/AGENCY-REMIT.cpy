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

      * AGENCY-REMIT - one row per line of an agency's remittance,
      * appended by recovery posting as it works the agency remit
      * file, whether the money posted or not. GROSS-AMOUNT is what
      * the agency collected from the debtor and is what posts to the
      * account; CLAIMED-COMMISSION is the agency's own figure for
      * its cut. CALC-COMMISSION is ours - the gross at the
      * placement's contracted rate, zero on a refused line - and the
      * monthly commission reconciliation sets one against the other.
       01 (PREFIX)-AGENCY-REMIT.
        03 (PREFIX)-REM-AGENCY-CODE    PIC X(08).
        03 (PREFIX)-REM-ACCOUNT-ID     PIC 9(10).
        03 (PREFIX)-REM-COLLECTED-DATE PIC 9(08).
        03 (PREFIX)-REM-POSTED-DATE    PIC 9(08).
        03 (PREFIX)-REM-GROSS-AMOUNT   PIC 9(9)V99.
        03 (PREFIX)-REM-CLAIMED-COMMISSION PIC 9(7)V99.
        03 (PREFIX)-REM-CALC-COMMISSION PIC 9(7)V99.
      * R posted as a recovery on the charged-off ledger; P passed to
      * payment posting for a late-stage account still on the book;
      * X refused - not placed with this agency on that day, or the
      * recovery checks turned it away.
        03 (PREFIX)-REM-DISPOSITION    PIC X(01).
         88 (PREFIX)-REM-RECOVERY-POSTED   VALUE "R".
         88 (PREFIX)-REM-PAYMENT-ROUTED    VALUE "P".
         88 (PREFIX)-REM-REFUSED           VALUE "X".
        03 (PREFIX)-REM-PLACED-DATE    PIC 9(08).
