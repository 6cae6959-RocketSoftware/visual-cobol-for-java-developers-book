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

      * LEGAL-STATE-RULE - one line per state on the legal state
      * rules file counsel maintains: the statutory post-judgment
      * interest rate a judgment in that state earns, and the years
      * the statute of limitations allows to sue on a written
      * credit contract, counted from the debtor's last payment or
      * the charge-off, whichever is later. Fixed layout: state (2),
      * a separator, rate (9V9(4)), a separator, years (2).
       01 (PREFIX)-LEGAL-STATE-RULE.
        03 (PREFIX)-LSR-STATE          PIC X(02).
        03 FILLER                      PIC X(01).
        03 (PREFIX)-LSR-JUDGMENT-RATE  PIC 9V9(4).
        03 FILLER                      PIC X(01).
        03 (PREFIX)-LSR-LIMIT-YEARS    PIC 9(02).
