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

      *> Consolidated company statement for commercial card clients
      *> billed on corporate liability. Reads COMPANY-ID,CYCLE-START-
      *> DATE request lines the way HouseholdStatement reads its
      *> customer requests, finds the company with FIND-COMPANY-BY-ID
      *> and walks its cards over FIND-ACCOUNT-BY-COMPANY. Each card's
      *> statement row for the cycle is read by FILE-STATEMENT-KEY and
      *> printed under its cost center; the bill closes with a
      *> subtotal per cost center and the one balance and minimum the
      *> company pays. An individual-liability company gets no
      *> company bill - its cardholders are billed on their own
      *> statements - so the request is only noted.
       program-id. CompanyStatement.

       environment division.
       input-output section.
       file-control.
           select Control-File assign to external
                                           companyStatementControlFile
               organization is line sequential
               file status is WS-CONTROL-STATUS
               .
           select Statement-File assign to external statementFile
               file status is WS-STATEMENT-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-STATEMENT-KEY of FILE-STATEMENT-RECORD
               .

       data division.
       file section.
       fd Control-File.
       01 CONTROL-LINE                     PIC X(80).
       fd Statement-File.
       copy "STATEMENT-RECORD.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "COMPANY-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "COST-CENTER.cpy" replacing ==(PREFIX)== by ==WS==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-CONTROL-STATUS                PIC XX.
       01 WS-STATEMENT-STATUS              PIC XX.
       01 WS-LOOKUP-STATUS                 PIC XX.

       01 WS-CONTROL-COMPANY-ID            PIC 9(9).
       01 WS-CONTROL-CYCLE-DATE            PIC 9(8).
       01 WS-CONTROL-TALLY                 PIC 99 COMP-5.
       01 WS-REQUESTED-COMPANY-ID          PIC X(4) COMP-X.

      *> Cost-center subtotals for the bill in hand - the first time
      *> a code is met it takes the next row.
       78 MAX-BILL-COST-CENTERS            VALUE 200.
       01 WS-BILL-CC-COUNT                 PIC 9(4) COMP-5.
       01 WS-BILL-CC-INDEX                 PIC 9(4) COMP-5.
       01 WS-BILL-CC-TABLE.
        03 WS-BILL-CC-ENTRY OCCURS 200.
         05 WS-BILL-CC-CODE                PIC X(08).
         05 WS-BILL-CC-CARDS               PIC 9(6) COMP-5.
         05 WS-BILL-CC-BALANCE             PIC S9(12)V99.
         05 WS-BILL-CC-MINIMUM             PIC S9(12)V99.

       01 WS-COMPANY-CARD-COUNT            PIC 9(6) COMP-5 VALUE 0.
       01 WS-COMPANY-BALANCE               PIC S9(12)V99 VALUE 0.
       01 WS-COMPANY-INTEREST              PIC S9(12)V99 VALUE 0.
       01 WS-COMPANY-MINIMUM               PIC S9(12)V99 VALUE 0.
       01 WS-STATEMENTS-PRINTED            PIC 9(6) COMP-5 VALUE 0.
       01 WS-INDIVIDUAL-SKIPPED            PIC 9(6) COMP-5 VALUE 0.

       01 DISPLAY-CASH                     PIC -Z(12)9.99.
       01 DISPLAY-CASH-2                   PIC -Z(12)9.99.

       procedure division.
           perform OPEN-FILES
           if FILE-STATUS = "00" and WS-CONTROL-STATUS = "00"
               perform PROCESS-CONTROL-FILE
               perform CLOSE-FILES
           end-if
           display "*** Company statements printed: "
                   WS-STATEMENTS-PRINTED
           display "*** Individual-liability requests noted: "
                   WS-INDIVIDUAL-SKIPPED
           stop run.

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
           call OPEN-COMPANY-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           if FILE-STATUS <> "00"
               display "*** Could not open company file, status "
                       FILE-STATUS
               exit section
           end-if
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-COST-CENTER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-LOOKUP-STATUS
           open input Statement-File
           if WS-STATEMENT-STATUS <> "00"
               display "*** Could not open statement file, status "
                       WS-STATEMENT-STATUS
               move WS-STATEMENT-STATUS to FILE-STATUS
               exit section
           end-if
           open input Control-File
           if WS-CONTROL-STATUS <> "00"
               display "*** Could not open control file, status "
                       WS-CONTROL-STATUS
               exit section
           end-if
           .

       PROCESS-CONTROL-FILE SECTION.
           read Control-File
               at end move "10" to WS-CONTROL-STATUS
           end-read
           perform until WS-CONTROL-STATUS <> "00"
               perform APPLY-CONTROL-LINE
               read Control-File
                   at end move "10" to WS-CONTROL-STATUS
               end-read
           end-perform
           .

       APPLY-CONTROL-LINE SECTION.
           unstring CONTROL-LINE delimited by ","
               into WS-CONTROL-COMPANY-ID
                    WS-CONTROL-CYCLE-DATE
               tallying in WS-CONTROL-TALLY
           end-unstring
           if WS-CONTROL-TALLY <> 2
               display "*** Malformed company request skipped: "
                       CONTROL-LINE
               exit section
           end-if
           move WS-CONTROL-COMPANY-ID to WS-REQUESTED-COMPANY-ID
           move WS-REQUESTED-COMPANY-ID to
                        WS-COMPANY-ID of WS-COMPANY-RECORD
           call FIND-COMPANY-BY-ID using by reference WS-COMPANY-RECORD
                                                      WS-LOOKUP-STATUS
           if WS-LOOKUP-STATUS <> "00"
               display "*** Company not found: "
                       WS-CONTROL-COMPANY-ID
               exit section
           end-if
           if WS-INDIVIDUAL-LIABILITY
               add 1 to WS-INDIVIDUAL-SKIPPED
               display "*** Company " WS-CONTROL-COMPANY-ID
                       " is individual liability - cardholders are "
                       "billed on their own statements"
               exit section
           end-if
           perform PRINT-COMPANY-STATEMENT
           .

       PRINT-COMPANY-STATEMENT SECTION.
           move 0 to WS-COMPANY-CARD-COUNT
           move 0 to WS-COMPANY-BALANCE
           move 0 to WS-COMPANY-INTEREST
           move 0 to WS-COMPANY-MINIMUM
           move 0 to WS-BILL-CC-COUNT
           display " "
           display "*** Company statement for " WS-CONTROL-COMPANY-ID
                   " - " WS-COMPANY-NAME
           display "    Cycle " WS-CONTROL-CYCLE-DATE
                   "  attention " WS-BILLING-CONTACT
           display "    " WS-BILLING-ADDRESS
           move WS-REQUESTED-COMPANY-ID to
                        WS-COMPANY-ID of WS-ACCOUNT
           move START-READ to WS-FUNCTION-CODE
           call FIND-ACCOUNT-BY-COMPANY using by value
                                        WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           perform READ-NEXT-ACCOUNT
           perform until (FILE-STATUS <> "00" and FILE-STATUS <> "02")
                      or WS-COMPANY-ID of WS-ACCOUNT
                                   <> WS-REQUESTED-COMPANY-ID
               perform PRINT-CARD-STATEMENT-LINE
               perform READ-NEXT-ACCOUNT
           end-perform
           move "00" to FILE-STATUS
           if WS-COMPANY-CARD-COUNT = 0
               display "*** No card statements on file for this cycle"
               exit section
           end-if
           display "    Cost center subtotals:"
           perform varying WS-BILL-CC-INDEX from 1 by 1
                       until WS-BILL-CC-INDEX > WS-BILL-CC-COUNT
               perform PRINT-COST-CENTER-SUBTOTAL
           end-perform
           move WS-COMPANY-BALANCE to DISPLAY-CASH
           display "    Company balance due:       " DISPLAY-CASH
           move WS-COMPANY-INTEREST to DISPLAY-CASH
           display "    Company interest charged:  " DISPLAY-CASH
           move WS-COMPANY-MINIMUM to DISPLAY-CASH
           display "    Company minimum payment:   " DISPLAY-CASH
           move WS-COMPANY-LIMIT to DISPLAY-CASH
           display "    Company credit limit:      " DISPLAY-CASH
           add 1 to WS-STATEMENTS-PRINTED
           .

       READ-NEXT-ACCOUNT SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call FIND-ACCOUNT-BY-COMPANY using by value
                                        WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           .

       PRINT-CARD-STATEMENT-LINE SECTION.
           move WS-ACCOUNT-ID of WS-ACCOUNT to
              FILE-ACCOUNT-ID of FILE-STATEMENT-RECORD
           move WS-CONTROL-CYCLE-DATE to
              FILE-CYCLE-START-DATE of FILE-STATEMENT-RECORD
           read Statement-File key is FILE-STATEMENT-KEY
                                    of FILE-STATEMENT-RECORD
           if WS-STATEMENT-STATUS <> "00"
               exit section
           end-if
           add 1 to WS-COMPANY-CARD-COUNT
           add FILE-ENDING-BALANCE to WS-COMPANY-BALANCE
           add FILE-INTEREST-CHARGED to WS-COMPANY-INTEREST
           add FILE-MINIMUM-PAYMENT to WS-COMPANY-MINIMUM
           perform FIND-BILL-COST-CENTER
           if WS-BILL-CC-INDEX <= WS-BILL-CC-COUNT
               add 1 to WS-BILL-CC-CARDS(WS-BILL-CC-INDEX)
               add FILE-ENDING-BALANCE to
                        WS-BILL-CC-BALANCE(WS-BILL-CC-INDEX)
               add FILE-MINIMUM-PAYMENT to
                        WS-BILL-CC-MINIMUM(WS-BILL-CC-INDEX)
           end-if
           move FILE-ENDING-BALANCE to DISPLAY-CASH
           display "    Card " WS-ACCOUNT-ID of WS-ACCOUNT
                   "  cost center " WS-COST-CENTER-CODE of WS-ACCOUNT
                   "  balance " DISPLAY-CASH
           .

      *> The card's cost center's row in the subtotal table, added on
      *> first sight; past the table's size the card still counts in
      *> the company total.
       FIND-BILL-COST-CENTER SECTION.
           perform varying WS-BILL-CC-INDEX from 1 by 1
                       until WS-BILL-CC-INDEX > WS-BILL-CC-COUNT
               if WS-BILL-CC-CODE(WS-BILL-CC-INDEX) =
                            WS-COST-CENTER-CODE of WS-ACCOUNT
                   exit section
               end-if
           end-perform
           if WS-BILL-CC-COUNT < MAX-BILL-COST-CENTERS
               add 1 to WS-BILL-CC-COUNT
               move WS-BILL-CC-COUNT to WS-BILL-CC-INDEX
               move WS-COST-CENTER-CODE of WS-ACCOUNT to
                        WS-BILL-CC-CODE(WS-BILL-CC-INDEX)
               move 0 to WS-BILL-CC-CARDS(WS-BILL-CC-INDEX)
               move 0 to WS-BILL-CC-BALANCE(WS-BILL-CC-INDEX)
               move 0 to WS-BILL-CC-MINIMUM(WS-BILL-CC-INDEX)
           end-if
           .

       PRINT-COST-CENTER-SUBTOTAL SECTION.
           move WS-REQUESTED-COMPANY-ID to
                        WS-COMPANY-ID of WS-COST-CENTER
           move WS-BILL-CC-CODE(WS-BILL-CC-INDEX) to
                        WS-COST-CENTER-CODE of WS-COST-CENTER
           call FIND-COST-CENTER using by reference WS-COST-CENTER
                                                    WS-LOOKUP-STATUS
           if WS-LOOKUP-STATUS <> "00"
               move spaces to WS-COST-CENTER-NAME
           end-if
           move WS-BILL-CC-BALANCE(WS-BILL-CC-INDEX) to DISPLAY-CASH
           move WS-BILL-CC-MINIMUM(WS-BILL-CC-INDEX) to DISPLAY-CASH-2
           display "      " WS-BILL-CC-CODE(WS-BILL-CC-INDEX)
                   " " WS-COST-CENTER-NAME
                   "  cards " WS-BILL-CC-CARDS(WS-BILL-CC-INDEX)
                   "  balance " DISPLAY-CASH
                   "  minimum " DISPLAY-CASH-2
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-COMPANY-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-COST-CENTER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-LOOKUP-STATUS
           close Statement-File
           close Control-File
           .
