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

      * ADVERSE-ACTION - one row per adverse credit decision: an
      * application refused at pricing, an account turned down at the
      * credit-line-increase review, or a credit limit cut. Written
      * by AdverseAction at the moment of the decision, from the
      * inputs the decision actually used - the bureau score in
      * force on SCORE-HISTORY, the account's behaviour score, its
      * delinquency and its utilization - with up to four reasons
      * ranked strongest first. Keyed by customer, decision date,
      * account (zero for an applicant with no account yet) and
      * decision type, so a rerun the same day finds the row on file
      * rather than writing a second one. CorrespondenceRun turns
      * each pending row into the notice and stamps the date it went
      * out; NOTICE-DUE-DATE is the thirtieth day after the decision.
      * Reason codes:
      *   NS no bureau score on file     BS bureau score too low
      *   DQ account delinquent          MP missed payments
      *   HU heavy utilization           LP light payments
      *   CA cash-advance reliance       BH behaviour score too low
      *   CP product credit criteria not met
       01 (PREFIX)-ADVERSE-ACTION.
        03 (PREFIX)-ADV-KEY.
         05 (PREFIX)-ADV-CUSTOMER-ID    PIC X(4) COMP-X.
         05 (PREFIX)-ADV-DECISION-DATE  PIC 9(08).
         05 (PREFIX)-ADV-ACCOUNT-ID     PIC X(4) COMP-X.
         05 (PREFIX)-ADV-DECISION-TYPE  PIC X(01).
          88 (PREFIX)-ADV-APPLICATION-REFUSED VALUE "A".
          88 (PREFIX)-ADV-INCREASE-DECLINED   VALUE "I".
          88 (PREFIX)-ADV-LIMIT-REDUCED       VALUE "R".
        03 (PREFIX)-ADV-OLD-LIMIT      PIC S9(9)V99.
        03 (PREFIX)-ADV-NEW-LIMIT      PIC S9(9)V99.
      * The bureau score disclosure - the score used, its date and
      * the bureau that supplied it. SCORE-ON-FILE N means there was
      * none, which is itself the NS reason.
        03 (PREFIX)-ADV-SCORE-ON-FILE  PIC X(01).
         88 (PREFIX)-ADV-BUREAU-SCORED     VALUE "Y".
        03 (PREFIX)-ADV-BUREAU-SCORE   PIC 9(03).
        03 (PREFIX)-ADV-SCORE-DATE     PIC 9(08).
        03 (PREFIX)-ADV-BUREAU-CODE    PIC X(03).
        03 (PREFIX)-ADV-BEHAVIOR-SCORE PIC 9(03).
        03 (PREFIX)-ADV-MISSED-COUNT   PIC 9(02).
        03 (PREFIX)-ADV-UTILIZATION    PIC 9(5)V99.
        03 (PREFIX)-ADV-REASON OCCURS 4 TIMES.
         05 (PREFIX)-ADV-REASON-CODE    PIC X(02).
         05 (PREFIX)-ADV-REASON-WEIGHT  PIC 9(04).
        03 (PREFIX)-ADV-NOTICE-DUE-DATE PIC 9(08).
        03 (PREFIX)-ADV-NOTICE-STATUS  PIC X(01).
         88 (PREFIX)-ADV-NOTICE-PENDING    VALUE "P".
         88 (PREFIX)-ADV-NOTICE-SENT       VALUE "S".
        03 (PREFIX)-ADV-NOTICE-SENT-DATE PIC 9(08) VALUE 0.
