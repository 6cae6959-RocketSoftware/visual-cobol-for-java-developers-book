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

      * AGENCY-RULE - one placement rule per line of the agency rules
      * file the recoveries team maintains. Rules are tried in file
      * order and the first that fits wins, so the file reads as the
      * placement policy itself: an account of the rule's stage (L
      * late-stage, C charged-off) whose deepest bucket is at least
      * MIN-BUCKET-DAYS past due (late-stage only) and whose balance
      * falls inside the band goes to the agency, on contingency at
      * COMMISSION-RATE of every dollar it collects, for
      * PLACEMENT-DAYS before it is recalled. An agency that has
      * already had the account is passed over, so a later rule for
      * another agency is the secondary placement.
      * Fixed layout: agency code (8), agency name (30), stage (1),
      * minimum bucket days (3), minimum and maximum balance
      * (9(9)V99 each), commission rate (9V9(4)), placement days (3).
       01 (PREFIX)-AGENCY-RULE.
        03 (PREFIX)-RULE-AGENCY-CODE   PIC X(08).
        03 (PREFIX)-RULE-AGENCY-NAME   PIC X(30).
        03 (PREFIX)-RULE-STAGE         PIC X(01).
         88 (PREFIX)-RULE-LATE-STAGE       VALUE "L".
         88 (PREFIX)-RULE-CHARGED-OFF      VALUE "C".
        03 (PREFIX)-RULE-MIN-BUCKET-DAYS PIC 9(03).
        03 (PREFIX)-RULE-MIN-BALANCE   PIC 9(9)V99.
        03 (PREFIX)-RULE-MAX-BALANCE   PIC 9(9)V99.
        03 (PREFIX)-RULE-COMMISSION-RATE PIC 9V9(4).
        03 (PREFIX)-RULE-PLACEMENT-DAYS PIC 9(03).
