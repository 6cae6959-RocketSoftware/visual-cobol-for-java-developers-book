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

      * AGGREGATE-EXPOSURE - the parameter block for the aggregate
      * credit exposure check. The caller names the customer and what
      * it is about to do: raise PROPOSED-ACCOUNT-ID's limit to
      * PROPOSED-LIMIT, or (PROPOSED-ACCOUNT-ID zero) open a new card
      * account at PROPOSED-LIMIT; zero for both just measures where
      * the customer stands today. The check returns the customer's
      * and the household's exposure with the proposal applied, the
      * cap each is held to, how many people make up the household
      * (the customer plus every active primary or joint holder on an
      * account the customer holds), and the verdict.
       01 (PREFIX)-AGGREGATE-EXPOSURE.
        03 (PREFIX)-CUSTOMER-ID        PIC X(4) COMP-X.
        03 (PREFIX)-PROPOSED-ACCOUNT-ID PIC X(4) COMP-X.
        03 (PREFIX)-PROPOSED-LIMIT     PIC S9(9)V99.
        03 (PREFIX)-CUSTOMER-EXPOSURE  PIC S9(12)V99.
        03 (PREFIX)-CUSTOMER-CAP       PIC S9(12)V99.
        03 (PREFIX)-HOUSEHOLD-EXPOSURE PIC S9(12)V99.
        03 (PREFIX)-HOUSEHOLD-CAP      PIC S9(12)V99.
        03 (PREFIX)-HOUSEHOLD-MEMBERS  PIC 9(03).
        03 (PREFIX)-EXPOSURE-RESULT    PIC X(01).
         88 (PREFIX)-WITHIN-AGGREGATE-CAP  VALUE "W".
         88 (PREFIX)-OVER-CUSTOMER-CAP     VALUE "C".
         88 (PREFIX)-OVER-HOUSEHOLD-CAP    VALUE "H".
