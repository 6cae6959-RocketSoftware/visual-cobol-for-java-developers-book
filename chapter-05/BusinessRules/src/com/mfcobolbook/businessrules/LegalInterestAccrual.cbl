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

      *> Monthly post-judgment interest. Every case standing at
      *> JUDGMENT earns simple interest at the statutory rate fixed
      *> when judgment was entered, on the judgment principal still
      *> uncollected: one twelfth of the annual rate a month, for
      *> each whole month after LGL-INTEREST-THROUGH up to and
      *> including the accrual month. The accrual month is the
      *> prior calendar month unless a one-line yyyymm control file
      *> names another, the way PartnerSettlement picks its month;
      *> LGL-INTEREST-THROUGH moves with each month accrued, so a
      *> rerun of the same month adds nothing and a missed month is
      *> caught up on the next run.
       program-id. LegalInterestAccrual.

       environment division.
       input-output section.
       file-control.
           select Month-Control-File assign to external
                                           legalInterestControl
               organization is line sequential
               file status is WS-CONTROL-STATUS
               .
           select Legal-Case-File assign to external legalCaseFile
               file status is WS-LEGAL-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-LGL-ACCOUNT-ID
               .

       data division.
       file section.
       fd Month-Control-File.
       01 CONTROL-LINE                     PIC X(08).
       fd Legal-Case-File.
       copy "LEGAL-CASE.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "PROCEDURE-NAMES.cpy".

       01 WS-CONTROL-STATUS                PIC XX.
       01 WS-LEGAL-STATUS                  PIC XX.

       01 WS-TODAY                         PIC 9(08).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
        03 WS-TODAY-YEAR                   PIC 9(04).
        03 WS-TODAY-MONTH                  PIC 9(02).
        03 FILLER                          PIC X(02).
       01 WS-ACCRUAL-MONTH                 PIC 9(06).
       01 WS-ACCRUAL-MONTH-PARTS REDEFINES WS-ACCRUAL-MONTH.
        03 WS-ACCRUAL-YEAR                 PIC 9(04).
        03 WS-ACCRUAL-MM                   PIC 9(02).
       01 WS-NEXT-MONTH                    PIC 9(06).
       01 WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH.
        03 WS-NEXT-YEAR                    PIC 9(04).
        03 WS-NEXT-MM                      PIC 9(02).

       01 WS-UNPAID-PRINCIPAL              PIC S9(12)V99.
       01 WS-MONTH-INTEREST                PIC S9(12)V99.
       01 WS-CASE-INTEREST                 PIC S9(12)V99.
       01 WS-TOTAL-INTEREST                PIC S9(12)V99 VALUE 0.
       01 WS-MONTHS-ACCRUED                PIC 9(6) COMP-5.

       01 WS-CASES-READ                    PIC 9(6) COMP-5 VALUE 0.
       01 WS-CASES-ACCRUED                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-UPDATE-FAILURES               PIC 9(6) COMP-5 VALUE 0.
       01 DISPLAY-CASH                     PIC -Z(12)9.99.
       01 DISPLAY-ACCOUNT                  PIC 9(10).

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform DETERMINE-ACCRUAL-MONTH
           display "*** Accrual month:        " WS-ACCRUAL-MONTH
           open i-o Legal-Case-File
           if WS-LEGAL-STATUS <> "00"
               display "*** No legal case file, status "
                       WS-LEGAL-STATUS " - nothing to accrue"
           else
               perform ACCRUE-ALL-CASES
               close Legal-Case-File
           end-if
           move WS-TOTAL-INTEREST to DISPLAY-CASH
           display "*** Cases read:           " WS-CASES-READ
           display "*** Cases accrued:        " WS-CASES-ACCRUED
           display "*** Interest accrued:     " DISPLAY-CASH
           display "*** Update failures:      " WS-UPDATE-FAILURES
           if WS-UPDATE-FAILURES > 0
               move 8 to return-code
           end-if
           stop run.

       DETERMINE-ACCRUAL-MONTH SECTION.
           if WS-TODAY-MONTH = 1
               compute WS-ACCRUAL-YEAR = WS-TODAY-YEAR - 1
               move 12 to WS-ACCRUAL-MM
           else
               move WS-TODAY-YEAR to WS-ACCRUAL-YEAR
               compute WS-ACCRUAL-MM = WS-TODAY-MONTH - 1
           end-if
           open input Month-Control-File
           if WS-CONTROL-STATUS = "00"
               read Month-Control-File
                   at end move "10" to WS-CONTROL-STATUS
               end-read
               if WS-CONTROL-STATUS = "00" and CONTROL-LINE <> spaces
                   if CONTROL-LINE(1:6) is numeric
                       move CONTROL-LINE(1:6) to WS-ACCRUAL-MONTH
                   end-if
               end-if
               close Month-Control-File
           end-if
           .

       ACCRUE-ALL-CASES SECTION.
           move 0 to FILE-LGL-ACCOUNT-ID
           start Legal-Case-File key >= FILE-LGL-ACCOUNT-ID
           if WS-LEGAL-STATUS <> "00"
               exit section
           end-if
           read Legal-Case-File next
           perform until WS-LEGAL-STATUS <> "00"
               add 1 to WS-CASES-READ
               if FILE-LGL-JUDGMENT
                       and FILE-LGL-INTEREST-THROUGH < WS-ACCRUAL-MONTH
                   perform ACCRUE-ONE-CASE
               end-if
               read Legal-Case-File next
           end-perform
           .

       ACCRUE-ONE-CASE SECTION.
           move 0 to WS-CASE-INTEREST WS-MONTHS-ACCRUED
           move FILE-LGL-INTEREST-THROUGH to WS-NEXT-MONTH
           subtract FILE-LGL-PRINCIPAL-COLLECTED
               from FILE-LGL-JUDGMENT-AMOUNT giving WS-UNPAID-PRINCIPAL
           perform until WS-NEXT-MONTH >= WS-ACCRUAL-MONTH
               if WS-NEXT-MM = 12
                   add 1 to WS-NEXT-YEAR
                   move 1 to WS-NEXT-MM
               else
                   add 1 to WS-NEXT-MM
               end-if
               if WS-UNPAID-PRINCIPAL > 0
                   compute WS-MONTH-INTEREST rounded =
                       WS-UNPAID-PRINCIPAL * FILE-LGL-INTEREST-RATE
                                           / 12
                   add WS-MONTH-INTEREST to WS-CASE-INTEREST
               end-if
               add 1 to WS-MONTHS-ACCRUED
           end-perform
           add WS-CASE-INTEREST to FILE-LGL-ACCRUED-INTEREST
           move WS-ACCRUAL-MONTH to FILE-LGL-INTEREST-THROUGH
           rewrite FILE-LEGAL-CASE
           move FILE-LGL-ACCOUNT-ID to DISPLAY-ACCOUNT
           if WS-LEGAL-STATUS <> "00"
               add 1 to WS-UPDATE-FAILURES
               display "*** Legal case update failed for account "
                       DISPLAY-ACCOUNT " status " WS-LEGAL-STATUS
               move "00" to WS-LEGAL-STATUS
               exit section
           end-if
           add 1 to WS-CASES-ACCRUED
           add WS-CASE-INTEREST to WS-TOTAL-INTEREST
           move WS-CASE-INTEREST to DISPLAY-CASH
           display "ACCRUED  account " DISPLAY-ACCOUNT
                   "  case " FILE-LGL-CASE-NUMBER
                   "  months " WS-MONTHS-ACCRUED
                   "  interest " DISPLAY-CASH
           .
