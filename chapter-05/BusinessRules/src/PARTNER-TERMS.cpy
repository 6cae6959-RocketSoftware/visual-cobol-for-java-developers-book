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

      * PARTNER-TERMS - one row per co-brand partner contract, read
      * from the partner terms file the partnerships team maintains.
      * The share rates are the partner's cut of each revenue stream
      * on its accounts (interchange at the standing estimate rate,
      * interest billed, fees billed); the bounty is paid once per
      * new account opened under the partner's code, and is clawed
      * back if that account closes within CLAWBACK-DAYS of opening.
      * Fixed layout: code (4), name (30), interchange share, interest
      * share, fee share (9V9(4) each), bounty (9(5)V99), clawback
      * days (3).
       01 (PREFIX)-PARTNER-TERMS.
        03 (PREFIX)-PARTNER-CODE       PIC X(04).
        03 (PREFIX)-PARTNER-NAME       PIC X(30).
        03 (PREFIX)-INTERCHANGE-SHARE  PIC 9V9(4).
        03 (PREFIX)-INTEREST-SHARE     PIC 9V9(4).
        03 (PREFIX)-FEE-SHARE          PIC 9V9(4).
        03 (PREFIX)-BOUNTY-AMOUNT      PIC 9(5)V99.
        03 (PREFIX)-CLAWBACK-DAYS      PIC 9(03).
