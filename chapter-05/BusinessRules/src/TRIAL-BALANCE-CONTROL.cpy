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

      * TRIAL-BALANCE-CONTROL - one row appended per whole-book run of
      * the trial balance, carrying its batch control totals so a
      * later step can tie its own figures back to them instead of to
      * a printed report. BALANCE-HASH is the plain sum of every
      * native balance, currencies mixed - meaningless as money, but
      * any other job that walks the same accounts must arrive at the
      * same figure. A run under an institution filter writes no row.
       01 (PREFIX)-TRIAL-BALANCE-CONTROL.
        03 (PREFIX)-TB-RUN-DATE        PIC 9(08).
        03 (PREFIX)-TB-RUN-TIME        PIC 9(08).
        03 (PREFIX)-TB-ACCOUNT-COUNT   PIC 9(09).
        03 (PREFIX)-TB-ACCOUNT-ID-HASH PIC 9(12).
        03 (PREFIX)-TB-BALANCE-HASH    PIC S9(14)V99
                                        SIGN LEADING SEPARATE.
        03 (PREFIX)-TB-GRAND-TOTAL     PIC S9(14)V99
                                        SIGN LEADING SEPARATE.
