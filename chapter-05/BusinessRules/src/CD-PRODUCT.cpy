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

      * CD-PRODUCT - one row per certificate-of-deposit term offered,
      * read from the CD product file the deposit product team
      * maintains. The rate is the one a CD opening or rolling for
      * the term locks in today; the early-withdrawal penalty is
      * that many days' interest at the CD's own rate on the amount
      * withdrawn; the grace period runs that many days after
      * maturity; the maturity notice goes out that many days before
      * it. Fixed layout: term months (3), rate (9V9(4)), penalty
      * days (3), grace days (2), notice days (2).
       01 (PREFIX)-CD-PRODUCT.
        03 (PREFIX)-TERM-MONTHS        PIC 9(03).
        03 (PREFIX)-TERM-RATE          PIC 9V9(4).
        03 (PREFIX)-PENALTY-DAYS       PIC 9(03).
        03 (PREFIX)-GRACE-DAYS         PIC 9(02).
        03 (PREFIX)-NOTICE-DAYS        PIC 9(02).
