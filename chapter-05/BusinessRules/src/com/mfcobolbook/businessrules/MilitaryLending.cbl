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

      *> The one place the Military Lending Act cap lives. An account
      *> whose holder was a covered borrower when it was opened (the
      *> MLA-STATUS the opening recorded) may not be charged more
      *> than the MAPR cap in interest and fees together - the
      *> monthly allowance is the balance times the cap over twelve.
      *>   CHECK-MLA-FEE-CAP - called by every fee engine before it
      *>     posts a fee: adds up the interest accrued and the fees
      *>     already charged since the account's cycle day, and
      *>     answers N when the fee on top would break the allowance.
      *>     The engine then refuses the fee as it refuses one under
      *>     a fee-suppressing restriction. An uncovered account is
      *>     always answered Y without touching a file.
      *>   MEASURE-MLA-CYCLE - called by the monthly review for a
      *>     billed cycle: the finance charges the cycle carried
      *>     (billed interest plus every fee row and late fee dated
      *>     inside it) against the allowance on the balance they
      *>     were charged on, and the excess to refund.
      *> What counts as a fee row is read the way the GL extract
      *> classifies posted rows: the fixed fee and interest
      *> descriptions their writers stamp, the premium transaction
      *> type, and any linked row that is not a dispute's
      *> reinstatement. The transaction and payment files are opened
      *> for the peek only when the caller does not already hold
      *> them open, and closed again only if opened here.
       program-id. MilitaryLending.

       data division.
       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "TRANSACTION-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "PAYMENT-RECORD.cpy" replacing ==(PREFIX)== by ==WS-PAY==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 WS-TRANSACTION-STATUS            PIC XX.
       01 WS-PAYMENT-STATUS                PIC XX.
       01 WS-TRANSACTION-WAS-OPEN          PIC X.
        88 TRANSACTION-FILE-OPENED-HERE        VALUE "Y".
       01 WS-PAYMENT-WAS-OPEN              PIC X.
        88 PAYMENT-FILE-OPENED-HERE            VALUE "Y".

      *> The statutory ceiling on the all-in rate, 36% a year.
       78 MLA-MAPR-CAP                     VALUE 0.36.

       78 ANNUAL-FEE-TEXT                  VALUE "ANNUAL FEE".
       78 OVERLIMIT-FEE-TEXT               VALUE "OVER LIMIT FEE".
       78 DEFERRED-INTEREST-TEXT
                      VALUE "DEFERRED INTEREST".
       78 CHARGE-BACK-TEXT
                      VALUE "DISPUTE RESOLVED - CHARGE REINSTATED".
       78 RETRO-INTEREST-TEXT
                      VALUE "DISPUTE RESOLVED - INTEREST FOR PERIOD".
       78 REBILL-ADJUSTMENT-TEXT
                      VALUE "INTEREST REBILL ADJUSTMENT".
       78 INSTALLMENT-BILLING-TEXT         VALUE "INSTALLMENT ".

       01 WS-WINDOW-START                  PIC 9(08).
       01 WS-WINDOW-END                    PIC 9(08).
       01 WS-CYCLE-START                   PIC 9(08).
       01 WS-CYCLE-START-PARTS REDEFINES WS-CYCLE-START.
        03 WS-CYCLE-START-YEAR             PIC 9(04).
        03 WS-CYCLE-START-MONTH            PIC 9(02).
        03 WS-CYCLE-START-DAY              PIC 9(02).
       01 WS-AS-OF                         PIC 9(08).
       01 WS-AS-OF-PARTS REDEFINES WS-AS-OF.
        03 WS-AS-OF-YEAR                   PIC 9(04).
        03 WS-AS-OF-MONTH                  PIC 9(02).
        03 WS-AS-OF-DAY                    PIC 9(02).
       01 WS-CYCLE-DAY                     PIC 9(02).
       01 WS-WINDOW-CHARGES                PIC S9(12)V99.
       01 WS-ALLOWANCE                     PIC S9(12)V99.
       01 WS-CHARGE-BASE                   PIC S9(12)V99.
       01 WS-ROW-IS-CHARGE                 PIC X.
        88 ROW-IS-A-FINANCE-CHARGE             VALUE "Y".

       linkage section.
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==LNK==.
       01 LNK-FEE-AMOUNT                   PIC S9(12)V99.
       01 LNK-AS-OF-DATE                   PIC 9(08).
       01 LNK-CAP-RESULT                   PIC X(01).
        88 LNK-FEE-FITS-CAP                    VALUE "Y".
        88 LNK-FEE-BREAKS-CAP                  VALUE "N".
       01 LNK-CYCLE-START-DATE             PIC 9(08).
       01 LNK-CYCLE-END-DATE               PIC 9(08).
       01 LNK-INTEREST-BILLED              PIC S9(12)V99.
       01 LNK-ENDING-BALANCE               PIC S9(12)V99.
       01 LNK-CYCLE-CHARGES                PIC S9(12)V99.
       01 LNK-CYCLE-ALLOWANCE              PIC S9(12)V99.
       01 LNK-CYCLE-EXCESS                 PIC S9(12)V99.

       procedure division.
           goback.

       ENTRY CHECK-MLA-FEE-CAP using by reference LNK-ACCOUNT
                                                  LNK-FEE-AMOUNT
                                                  LNK-AS-OF-DATE
                                                  LNK-CAP-RESULT.
           set LNK-FEE-FITS-CAP to true
           if not LNK-MLA-COVERED
               goback
           end-if
           perform FIND-CYCLE-START
           move WS-CYCLE-START to WS-WINDOW-START
           move LNK-AS-OF-DATE to WS-WINDOW-END
           perform SUM-WINDOW-CHARGES
           add LNK-ACCRUED-INTEREST to WS-WINDOW-CHARGES
           add LNK-FEE-AMOUNT to WS-WINDOW-CHARGES
           move LNK-BALANCE to WS-CHARGE-BASE
           if WS-CHARGE-BASE < 0
               move 0 to WS-CHARGE-BASE
           end-if
           compute WS-ALLOWANCE rounded =
                   WS-CHARGE-BASE * MLA-MAPR-CAP / 12
           if WS-WINDOW-CHARGES > WS-ALLOWANCE
               set LNK-FEE-BREAKS-CAP to true
           end-if
           goback.

      *> The balance the cycle's charges were levied on is the ending
      *> balance without them; the excess is what the charges went
      *> past the allowance on that balance.
       ENTRY MEASURE-MLA-CYCLE using by reference LNK-ACCOUNT
                                                  LNK-CYCLE-START-DATE
                                                  LNK-CYCLE-END-DATE
                                                  LNK-INTEREST-BILLED
                                                  LNK-ENDING-BALANCE
                                                  LNK-CYCLE-CHARGES
                                                  LNK-CYCLE-ALLOWANCE
                                                  LNK-CYCLE-EXCESS.
           move LNK-CYCLE-START-DATE to WS-WINDOW-START
           move LNK-CYCLE-END-DATE to WS-WINDOW-END
           perform SUM-WINDOW-CHARGES
           compute LNK-CYCLE-CHARGES =
                   WS-WINDOW-CHARGES + LNK-INTEREST-BILLED
           compute WS-CHARGE-BASE =
                   LNK-ENDING-BALANCE - LNK-CYCLE-CHARGES
           if WS-CHARGE-BASE < 0
               move 0 to WS-CHARGE-BASE
           end-if
           compute LNK-CYCLE-ALLOWANCE rounded =
                   WS-CHARGE-BASE * MLA-MAPR-CAP / 12
           compute LNK-CYCLE-EXCESS =
                   LNK-CYCLE-CHARGES - LNK-CYCLE-ALLOWANCE
           if LNK-CYCLE-EXCESS < 0
               move 0 to LNK-CYCLE-EXCESS
           end-if
           goback.

      *> The most recent cycle day on or before the as-of date - the
      *> same day-of-month anchor the month-end run bills on.
       FIND-CYCLE-START SECTION.
           move LNK-AS-OF-DATE to WS-AS-OF
           move LNK-BILLING-CYCLE-DAY to WS-CYCLE-DAY
           if WS-CYCLE-DAY < 1
               move 1 to WS-CYCLE-DAY
           end-if
           move WS-AS-OF-YEAR to WS-CYCLE-START-YEAR
           move WS-AS-OF-MONTH to WS-CYCLE-START-MONTH
           move WS-CYCLE-DAY to WS-CYCLE-START-DAY
           if WS-AS-OF-DAY < WS-CYCLE-DAY
               if WS-CYCLE-START-MONTH = 1
                   move 12 to WS-CYCLE-START-MONTH
                   subtract 1 from WS-CYCLE-START-YEAR
               else
                   subtract 1 from WS-CYCLE-START-MONTH
               end-if
           end-if
           .

       SUM-WINDOW-CHARGES SECTION.
           move 0 to WS-WINDOW-CHARGES
           perform SUM-FEE-TRANSACTIONS
           perform SUM-LATE-FEES
           .

       SUM-FEE-TRANSACTIONS SECTION.
           move "N" to WS-TRANSACTION-WAS-OPEN
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           evaluate WS-TRANSACTION-STATUS
               when "00"
                   set TRANSACTION-FILE-OPENED-HERE to true
               when "41"
                   continue
               when other
                   exit section
           end-evaluate
           move LNK-ACCOUNT-ID of LNK-ACCOUNT to
                        WS-ACCOUNT-ID of WS-TRANSACTION-RECORD
           move START-READ to WS-FUNCTION-CODE
           call FIND-TRANSACTION-BY-ACCOUNT using by value
                                        WS-FUNCTION-CODE
                        by reference WS-TRANSACTION-RECORD
                                     WS-TRANSACTION-STATUS
           if WS-TRANSACTION-STATUS = "00"
               perform READ-NEXT-TRANSACTION
           end-if
           perform until (WS-TRANSACTION-STATUS <> "00"
                          and WS-TRANSACTION-STATUS <> "02")
                      or WS-ACCOUNT-ID of WS-TRANSACTION-RECORD
                           <> LNK-ACCOUNT-ID of LNK-ACCOUNT
               if WS-TRANS-DATE of WS-TRANSACTION-RECORD
                                   >= WS-WINDOW-START
                   and WS-TRANS-DATE of WS-TRANSACTION-RECORD
                                   <= WS-WINDOW-END
                   and WS-AMOUNT of WS-TRANSACTION-RECORD > 0
                   perform CLASSIFY-CHARGE-ROW
                   if ROW-IS-A-FINANCE-CHARGE
                       add WS-AMOUNT of WS-TRANSACTION-RECORD
                                   to WS-WINDOW-CHARGES
                   end-if
               end-if
               perform READ-NEXT-TRANSACTION
           end-perform
           if TRANSACTION-FILE-OPENED-HERE
               move CLOSE-FILE to WS-FUNCTION-CODE
               call OPEN-TRANSACTION-FILE using by value
                                        WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           end-if
           .

       READ-NEXT-TRANSACTION SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call FIND-TRANSACTION-BY-ACCOUNT using by value
                                        WS-FUNCTION-CODE
                        by reference WS-TRANSACTION-RECORD
                                     WS-TRANSACTION-STATUS
           .

      *> A dispute's reinstated charge and the installment billing
      *> rows are principal coming back, not a charge for credit;
      *> every other linked row is a billed transaction fee.
       CLASSIFY-CHARGE-ROW SECTION.
           move "N" to WS-ROW-IS-CHARGE
           evaluate true
               when WS-TYPE-PROTECTION-PREMIUM of WS-TRANSACTION-RECORD
                   set ROW-IS-A-FINANCE-CHARGE to true
               when WS-DESCRIPTION of WS-TRANSACTION-RECORD(1:10)
                               = ANNUAL-FEE-TEXT
                   set ROW-IS-A-FINANCE-CHARGE to true
               when WS-DESCRIPTION of WS-TRANSACTION-RECORD(1:14)
                               = OVERLIMIT-FEE-TEXT
                   set ROW-IS-A-FINANCE-CHARGE to true
               when WS-DESCRIPTION of WS-TRANSACTION-RECORD(1:17)
                               = DEFERRED-INTEREST-TEXT
                   set ROW-IS-A-FINANCE-CHARGE to true
               when WS-DESCRIPTION of WS-TRANSACTION-RECORD(1:38)
                               = RETRO-INTEREST-TEXT
                   set ROW-IS-A-FINANCE-CHARGE to true
               when WS-DESCRIPTION of WS-TRANSACTION-RECORD(1:26)
                               = REBILL-ADJUSTMENT-TEXT
                   set ROW-IS-A-FINANCE-CHARGE to true
               when WS-DESCRIPTION of WS-TRANSACTION-RECORD(1:36)
                               = CHARGE-BACK-TEXT
                   continue
               when WS-DESCRIPTION of WS-TRANSACTION-RECORD(1:12)
                               = INSTALLMENT-BILLING-TEXT
                   continue
               when WS-LINKED-TRANSACTION-ID
                               of WS-TRANSACTION-RECORD <> 0
                   set ROW-IS-A-FINANCE-CHARGE to true
               when other
                   continue
           end-evaluate
           .

      *> Late and returned-payment fees ride on the payment rows.
       SUM-LATE-FEES SECTION.
           move "N" to WS-PAYMENT-WAS-OPEN
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-PAYMENT-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-PAYMENT-STATUS
           evaluate WS-PAYMENT-STATUS
               when "00"
                   set PAYMENT-FILE-OPENED-HERE to true
               when "41"
                   continue
               when other
                   exit section
           end-evaluate
           move LNK-ACCOUNT-ID of LNK-ACCOUNT to WS-PAY-ACCOUNT-ID
           move START-READ to WS-FUNCTION-CODE
           call FIND-PAYMENT-BY-ACCOUNT using by value WS-FUNCTION-CODE
                        by reference WS-PAY-PAYMENT-RECORD
                                     WS-PAYMENT-STATUS
           if WS-PAYMENT-STATUS = "00"
               perform READ-NEXT-PAYMENT
           end-if
           perform until (WS-PAYMENT-STATUS <> "00"
                          and WS-PAYMENT-STATUS <> "02")
                      or WS-PAY-ACCOUNT-ID
                           <> LNK-ACCOUNT-ID of LNK-ACCOUNT
               if WS-PAY-PAYMENT-DATE >= WS-WINDOW-START
                   and WS-PAY-PAYMENT-DATE <= WS-WINDOW-END
                   and WS-PAY-LATE-FEE-CHARGED > 0
                   add WS-PAY-LATE-FEE-CHARGED to WS-WINDOW-CHARGES
               end-if
               perform READ-NEXT-PAYMENT
           end-perform
           if PAYMENT-FILE-OPENED-HERE
               move CLOSE-FILE to WS-FUNCTION-CODE
               call OPEN-PAYMENT-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-PAYMENT-STATUS
           end-if
           .

       READ-NEXT-PAYMENT SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call FIND-PAYMENT-BY-ACCOUNT using by value WS-FUNCTION-CODE
                        by reference WS-PAY-PAYMENT-RECORD
                                     WS-PAYMENT-STATUS
           .
