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

      * MANUAL-ADJUSTMENT - one monetary adjustment keyed by a CSR or
      * back-office operator: the request the adjustment engine is
      * called with, and, once posted, the row it appends to the
      * adjustment register the daily register report and the GL
      * extract read. A debit (D) raises what the customer owes, a
      * credit (C) lowers it; AMOUNT is always positive. TARGET is
      * the balance bucket it lands in - P purchase, A cash advance,
      * D the deferred interest a deferred-interest promotion is
      * holding. KIND and GL-ACTIVITY are copied from the reason
      * table when the adjustment posts. ENTERED-BY keyed it;
      * APPROVED-BY is the second operator when it was over the
      * enterer's own limit and went through the approval queue,
      * spaces otherwise. MODE E asks the engine for its edits only.
       01 (PREFIX)-MANUAL-ADJUSTMENT.
        03 (PREFIX)-ADJ-ACCOUNT-ID     PIC 9(10).
        03 (PREFIX)-ADJ-DIRECTION      PIC X(01).
         88 (PREFIX)-ADJ-DEBIT             VALUE "D".
         88 (PREFIX)-ADJ-CREDIT            VALUE "C".
        03 (PREFIX)-ADJ-TARGET         PIC X(01).
         88 (PREFIX)-ADJ-TARGET-PURCHASE   VALUE "P".
         88 (PREFIX)-ADJ-TARGET-CASH       VALUE "A".
         88 (PREFIX)-ADJ-TARGET-DEFERRED   VALUE "D".
        03 (PREFIX)-ADJ-AMOUNT         PIC 9(9)V99.
        03 (PREFIX)-ADJ-REASON-CODE    PIC X(04).
        03 (PREFIX)-ADJ-KIND           PIC X(01).
        03 (PREFIX)-ADJ-GL-ACTIVITY    PIC X(02).
        03 (PREFIX)-ADJ-ENTERED-BY     PIC X(20).
        03 (PREFIX)-ADJ-APPROVED-BY    PIC X(20).
        03 (PREFIX)-ADJ-MODE           PIC X(01).
         88 (PREFIX)-ADJ-MODE-POST         VALUE "P".
         88 (PREFIX)-ADJ-MODE-EDIT         VALUE "E".
        03 (PREFIX)-ADJ-POSTED-DATE    PIC 9(08).
        03 (PREFIX)-ADJ-POSTED-TIME    PIC 9(08).
        03 (PREFIX)-ADJ-TRANSACTION-ID PIC 9(10).
        03 (PREFIX)-ADJ-INSTITUTION    PIC 9(03).
        03 (PREFIX)-ADJ-REFUSAL-REASON PIC X(30).
