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

      * AML-CASE - one structuring alert per customer, keyed by the
      * customer and the day it was raised, as COMPLAINT-CASE is. The
      * cash pass opens a case only when the customer has no case
      * still being worked; a fresh hit on an open case ticks its
      * repeat counter instead. The investigator's notes accumulate
      * on the case, the SAR/no-SAR decision and who made it close
      * the review, and SAR-DUE-DATE is the filing deadline the
      * disposition run's deadline watch reads.
       01 (PREFIX)-AML-CASE.
        03 (PREFIX)-AML-CASE-KEY.
         05 (PREFIX)-CUSTOMER-ID       PIC X(4) COMP-X.
         05 (PREFIX)-RAISED-DATE       PIC 9(08).
        03 (PREFIX)-PATTERN-CODE       PIC X(01).
         88 (PREFIX)-PATTERN-NEAR-THRESHOLD VALUE "N".
         88 (PREFIX)-PATTERN-AGGREGATE     VALUE "A".
      * What the look-back window held when the case opened.
        03 (PREFIX)-WINDOW-START-DATE  PIC 9(08).
        03 (PREFIX)-WINDOW-CASH-TOTAL  PIC S9(12)V99.
        03 (PREFIX)-WINDOW-ITEM-COUNT  PIC 9(04).
        03 (PREFIX)-WINDOW-NEAR-COUNT  PIC 9(04).
        03 (PREFIX)-WINDOW-DAY-COUNT   PIC 9(03).
        03 (PREFIX)-CASE-STATUS        PIC X(01).
         88 (PREFIX)-CASE-OPEN             VALUE "O".
         88 (PREFIX)-CASE-INVESTIGATING    VALUE "I".
         88 (PREFIX)-CASE-SAR-PENDING      VALUE "S".
         88 (PREFIX)-CASE-SAR-FILED        VALUE "F".
         88 (PREFIX)-CASE-NO-SAR           VALUE "N".
         88 (PREFIX)-CASE-CLOSED           VALUE "F", "N".
        03 (PREFIX)-SAR-DUE-DATE       PIC 9(08).
        03 (PREFIX)-INVESTIGATOR-ID    PIC X(08) VALUE SPACES.
        03 (PREFIX)-DECISION-DATE      PIC 9(08) VALUE 0.
        03 (PREFIX)-FILED-DATE         PIC 9(08) VALUE 0.
        03 (PREFIX)-SAR-REFERENCE      PIC X(14) VALUE SPACES.
        03 (PREFIX)-REPEAT-COUNT       PIC 9(06) VALUE 0.
      * Investigator notes, appended newest last and separated by
      * " / ", each prefixed with its date; a note that would not fit
      * is refused by the disposition run rather than cut short.
        03 (PREFIX)-NOTE-COUNT         PIC 9(03) VALUE 0.
        03 (PREFIX)-LAST-NOTE-DATE     PIC 9(08) VALUE 0.
        03 (PREFIX)-NOTE-TEXT          PIC X(500) VALUE SPACES.
