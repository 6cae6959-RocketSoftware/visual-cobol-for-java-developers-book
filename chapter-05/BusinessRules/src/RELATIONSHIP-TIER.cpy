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

      * RELATIONSHIP-TIER - one row per relationship pricing tier,
      * read from the relationship tier file Marketing maintains,
      * best tier first. A customer earns the first tier whose every
      * test they meet: an average savings (and CD) balance over the
      * month just ended of at least MIN-SAVINGS-AVERAGE whole
      * dollars, a card held at least MIN-TENURE-MONTHS, and - when
      * AUTOPAY-REQUIRED - autopay active on a card account. What the
      * tier earns: APR-DISCOUNT off the purchase APR of a card
      * account, the annual fee waived, and SAVINGS-BONUS added to
      * the rate a deposit account is credited at. A customer who
      * meets no row is untiered and earns nothing. Fixed layout:
      * code (1), name (12), minimum average savings (9), tenure
      * months (3), autopay required Y/N (1), APR discount
      * (9V9(4)), fee waiver Y/N (1), savings bonus (9V9(4)).
       01 (PREFIX)-RELATIONSHIP-TIER.
        03 (PREFIX)-TIER-CODE          PIC X(01).
        03 (PREFIX)-TIER-NAME          PIC X(12).
        03 (PREFIX)-MIN-SAVINGS-AVERAGE PIC 9(09).
        03 (PREFIX)-MIN-TENURE-MONTHS  PIC 9(03).
        03 (PREFIX)-AUTOPAY-REQUIRED   PIC X(01).
         88 (PREFIX)-TIER-NEEDS-AUTOPAY    VALUE "Y".
        03 (PREFIX)-APR-DISCOUNT       PIC 9V9(4).
        03 (PREFIX)-FEE-WAIVER         PIC X(01).
         88 (PREFIX)-TIER-WAIVES-FEE       VALUE "Y".
        03 (PREFIX)-SAVINGS-BONUS      PIC 9V9(4).
