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

      *> Monthly backup withholding remittance report - what the bank
      *> took from customers' deposit interest in the month and now
      *> owes the IRS. For the target month (one-line control file,
      *> yyyymm; absent = the prior calendar month, since the month's
      *> withholding is deposited in the next) every deposit account's
      *> BACKUP WITHHOLDING rows SavingsInterestRun posted in the month
      *> are listed, then totalled per customer, then in all - the
      *> total is the amount to deposit. The rows are the same ones
      *> SavingsTaxExtract totals into 1099-INT box 4 at year end, so
      *> the twelve months' reports tie to the filing.
       program-id. BackupWithholdingRemittance.

       environment division.
       input-output section.
       file-control.
           select Month-Control-File assign to external
                                           withholdingMonthFile
               organization is line sequential
               file status is WS-CONTROL-STATUS
               .

       data division.
       file section.
       fd Month-Control-File.
       01 CONTROL-LINE                     PIC X(06).

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "TRANSACTION-RECORD.cpy" replacing ==(PREFIX)==
                                                  by ==WS-TXN==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS                      PIC XX.
       01 WS-TRANSACTION-STATUS            PIC XX.
       01 WS-CONTROL-STATUS                PIC XX.

       78 WITHHOLDING-DESCRIPTION          VALUE "BACKUP WITHHOLDING".

       01 WS-TODAY                         PIC 9(08).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
        03 WS-TODAY-YEAR                   PIC 9(04).
        03 WS-TODAY-MONTH                  PIC 9(02).
        03 FILLER                          PIC X(02).
       01 WS-TARGET-MONTH.
        03 WS-TARGET-YEAR                  PIC 9(04).
        03 WS-TARGET-MM                    PIC 9(02).

      *> Per-customer totals, gathered as the accounts stream by in
      *> account order.
       78 CUSTOMER-TABLE-MAX               VALUE 1000.
       01 CUSTOMER-TOTAL-TABLE.
        03 CUSTOMER-TOTAL-ENTRY OCCURS 1000 TIMES.
         05 CT-CUSTOMER-ID                  PIC X(4) COMP-X.
         05 CT-ROW-COUNT                    PIC 9(06).
         05 CT-WITHHELD                     PIC S9(12)V99.
       01 CUSTOMER-TOTAL-COUNT             PIC 9(4) COMP-5 VALUE 0.
       01 CUSTOMER-TOTAL-INDEX             PIC 9(4) COMP-5.
       01 WS-SLOT-FOUND                    PIC X.
        88 A-SLOT-WAS-FOUND                    VALUE "Y".

       01 WS-ROWS-LISTED                   PIC 9(6) COMP-5 VALUE 0.
       01 WS-TABLE-OVERFLOWS               PIC 9(6) COMP-5 VALUE 0.
       01 WS-TOTAL-WITHHELD                PIC S9(12)V99 VALUE 0.
       01 DISPLAY-CASH                     PIC -Z(12)9.99.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform DETERMINE-TARGET-MONTH
           perform OPEN-FILES
           if FILE-STATUS = "00"
               display "BACKUP WITHHOLDING REMITTANCE - MONTH "
                       WS-TARGET-YEAR "-" WS-TARGET-MM
               display " "
               perform SCAN-DEPOSIT-ACCOUNTS
               perform REPORT-CUSTOMER-TOTALS
               perform CLOSE-FILES
           end-if
           display " "
           display "*** Withholding rows:         " WS-ROWS-LISTED
           display "*** Customers withheld from:  " CUSTOMER-TOTAL-COUNT
           if WS-TABLE-OVERFLOWS > 0
               display "*** Customers not totalled:   "
                       WS-TABLE-OVERFLOWS
           end-if
           move WS-TOTAL-WITHHELD to DISPLAY-CASH
           display "*** Amount to remit:          " DISPLAY-CASH
           stop run.

       DETERMINE-TARGET-MONTH SECTION.
           move WS-TODAY-YEAR to WS-TARGET-YEAR
           move WS-TODAY-MONTH to WS-TARGET-MM
           if WS-TARGET-MM = 1
               subtract 1 from WS-TARGET-YEAR
               move 12 to WS-TARGET-MM
           else
               subtract 1 from WS-TARGET-MM
           end-if
           open input Month-Control-File
           if WS-CONTROL-STATUS = "00"
               read Month-Control-File
                   at end move "10" to WS-CONTROL-STATUS
               end-read
               if WS-CONTROL-STATUS = "00" and CONTROL-LINE <> spaces
                   if CONTROL-LINE is numeric
                           and CONTROL-LINE(5:2) >= "01"
                           and CONTROL-LINE(5:2) <= "12"
                       move CONTROL-LINE to WS-TARGET-MONTH
                   else
                       display "*** Malformed month control line "
                               "ignored, using prior month: "
                               CONTROL-LINE
                   end-if
               end-if
               close Month-Control-File
           end-if
           .

       OPEN-FILES SECTION.
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           if FILE-STATUS <> "00"
               display "*** Could not open account file, status "
                       FILE-STATUS
               exit section
           end-if
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           if WS-TRANSACTION-STATUS <> "00"
               display "*** Could not open transaction file, status "
                       WS-TRANSACTION-STATUS
               move WS-TRANSACTION-STATUS to FILE-STATUS
           end-if
           .

       SCAN-DEPOSIT-ACCOUNTS SECTION.
           move 0 to WS-ACCOUNT-ID of WS-ACCOUNT
           move START-READ to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           perform READ-NEXT-ACCOUNT
           perform until FILE-STATUS <> "00"
               if WS-TYPE-DEPOSIT
                   perform LIST-ONE-ACCOUNT
               end-if
               perform READ-NEXT-ACCOUNT
           end-perform
           move "00" to FILE-STATUS
           .

       READ-NEXT-ACCOUNT SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           .

       LIST-ONE-ACCOUNT SECTION.
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                        WS-TXN-ACCOUNT-ID of WS-TXN-TRANSACTION-RECORD
           call FIND-TRANSACTION-BY-ACCOUNT using by value START-READ
                        by reference WS-TXN-TRANSACTION-RECORD
                                     WS-TRANSACTION-STATUS
           if WS-TRANSACTION-STATUS <> "00"
               move "00" to WS-TRANSACTION-STATUS
               exit section
           end-if
           perform READ-NEXT-TXN
           perform until WS-TRANSACTION-STATUS <> "00"
                      or WS-TXN-ACCOUNT-ID
                           of WS-TXN-TRANSACTION-RECORD <>
                         WS-ACCOUNT-ID of WS-ACCOUNT
               if WS-TXN-YEAR of WS-TXN-TRANSACTION-RECORD
                                   = WS-TARGET-YEAR
                   and WS-TXN-MONTH of WS-TXN-TRANSACTION-RECORD
                                   = WS-TARGET-MM
                   and WS-TXN-AMOUNT of WS-TXN-TRANSACTION-RECORD > 0
                   and WS-TXN-DESCRIPTION
                          of WS-TXN-TRANSACTION-RECORD(1:18)
                                   = WITHHOLDING-DESCRIPTION
                   perform LIST-ONE-ROW
               end-if
               perform READ-NEXT-TXN
           end-perform
           move "00" to WS-TRANSACTION-STATUS
           .

       READ-NEXT-TXN SECTION.
           call FIND-TRANSACTION-BY-ACCOUNT using by value READ-NEXT
                        by reference WS-TXN-TRANSACTION-RECORD
                                     WS-TRANSACTION-STATUS
           .

       LIST-ONE-ROW SECTION.
           add 1 to WS-ROWS-LISTED
           add WS-TXN-AMOUNT of WS-TXN-TRANSACTION-RECORD
                                   to WS-TOTAL-WITHHELD
           move WS-TXN-AMOUNT of WS-TXN-TRANSACTION-RECORD
                                   to DISPLAY-CASH
           display "WITHHELD  account " WS-ACCOUNT-ID of WS-ACCOUNT
                   "  customer " WS-CUSTOMER-ID of WS-ACCOUNT
                   "  on " WS-TXN-YEAR of WS-TXN-TRANSACTION-RECORD
                   WS-TXN-MONTH of WS-TXN-TRANSACTION-RECORD
                   WS-TXN-DAY of WS-TXN-TRANSACTION-RECORD
                   "  " DISPLAY-CASH
           move "N" to WS-SLOT-FOUND
           perform varying CUSTOMER-TOTAL-INDEX from 1 by 1
                       until CUSTOMER-TOTAL-INDEX > CUSTOMER-TOTAL-COUNT
               if CT-CUSTOMER-ID(CUSTOMER-TOTAL-INDEX) =
                       WS-CUSTOMER-ID of WS-ACCOUNT
                   set A-SLOT-WAS-FOUND to true
                   exit perform
               end-if
           end-perform
           if not A-SLOT-WAS-FOUND
               if CUSTOMER-TOTAL-COUNT >= CUSTOMER-TABLE-MAX
                   add 1 to WS-TABLE-OVERFLOWS
                   exit section
               end-if
               add 1 to CUSTOMER-TOTAL-COUNT
               move CUSTOMER-TOTAL-COUNT to CUSTOMER-TOTAL-INDEX
               move WS-CUSTOMER-ID of WS-ACCOUNT to
                        CT-CUSTOMER-ID(CUSTOMER-TOTAL-INDEX)
               move 0 to CT-ROW-COUNT(CUSTOMER-TOTAL-INDEX)
                         CT-WITHHELD(CUSTOMER-TOTAL-INDEX)
           end-if
           add 1 to CT-ROW-COUNT(CUSTOMER-TOTAL-INDEX)
           add WS-TXN-AMOUNT of WS-TXN-TRANSACTION-RECORD
                                   to CT-WITHHELD(CUSTOMER-TOTAL-INDEX)
           .

       REPORT-CUSTOMER-TOTALS SECTION.
           if CUSTOMER-TOTAL-COUNT = 0
               exit section
           end-if
           display " "
           display "BY CUSTOMER"
           perform varying CUSTOMER-TOTAL-INDEX from 1 by 1
                       until CUSTOMER-TOTAL-INDEX > CUSTOMER-TOTAL-COUNT
               move CT-WITHHELD(CUSTOMER-TOTAL-INDEX) to DISPLAY-CASH
               display "CUSTOMER  " CT-CUSTOMER-ID(CUSTOMER-TOTAL-INDEX)
                       "  rows " CT-ROW-COUNT(CUSTOMER-TOTAL-INDEX)
                       "  withheld " DISPLAY-CASH
           end-perform
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           .
