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

      * STAND-IN-LIMIT - one row per live card in the nightly extract
      * sent to the network, which approves in stand-in on these
      * limits when the host cannot answer. ACTION "A" = approve up
      * to LIMIT-AMOUNT; "D" = decline everything, with REASON the
      * host's own authorization reason code for why. The card
      * number is the real PAN - the network knows no vault tokens.
       01 (PREFIX)-STAND-IN-LIMIT.
        03 (PREFIX)-SIL-CARD-NUMBER    PIC 9(16).
        03 (PREFIX)-SIL-CARD-EXPIRY    PIC 9(06).   *> yyyymm
        03 (PREFIX)-SIL-ACTION         PIC X(01).
         88 (PREFIX)-SIL-APPROVE-UP-TO     VALUE "A".
         88 (PREFIX)-SIL-DECLINE-ALL       VALUE "D".
        03 (PREFIX)-SIL-LIMIT-AMOUNT   PIC 9(10)V99.
        03 (PREFIX)-SIL-REASON         PIC X(02).
        03 (PREFIX)-SIL-EFFECTIVE-DATE PIC 9(08).
