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

      * ADJUSTMENT-REASON - one row per manual adjustment reason code,
      * read from the adjustment reason table Finance owns, so a code
      * is added or retired without a code change. KIND says what the
      * adjustment corrects - B balance, I interest, F fees, R
      * rewards - and GL-ACTIVITY is the GL-MAPPING activity the
      * adjustment and its offset book under. DIRECTION limits the
      * code to debits (D) or credits (C); space allows either.
      * Fixed layout: code (4), kind (1), direction (1), GL activity
      * (2), description (30).
       01 (PREFIX)-ADJUSTMENT-REASON.
        03 (PREFIX)-REASON-CODE        PIC X(04).
        03 (PREFIX)-REASON-KIND        PIC X(01).
         88 (PREFIX)-KIND-BALANCE          VALUE "B".
         88 (PREFIX)-KIND-INTEREST         VALUE "I".
         88 (PREFIX)-KIND-FEE              VALUE "F".
         88 (PREFIX)-KIND-REWARDS          VALUE "R".
         88 (PREFIX)-KIND-IS-VALID         VALUE "B", "I", "F", "R".
        03 (PREFIX)-REASON-DIRECTION   PIC X(01).
         88 (PREFIX)-REASON-DEBIT-ONLY     VALUE "D".
         88 (PREFIX)-REASON-CREDIT-ONLY    VALUE "C".
        03 (PREFIX)-GL-ACTIVITY        PIC X(02).
        03 (PREFIX)-REASON-TEXT        PIC X(30).
