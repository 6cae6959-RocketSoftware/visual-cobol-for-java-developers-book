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

      *> Cost-center spend report for a commercial card client's
      *> finance team. Reads COMPANY-ID,YYYYMM request lines; loads
      *> the company's cost-center tree with READ-COST-CENTER, walks
      *> its cards over FIND-ACCOUNT-BY-COMPANY and each card's
      *> transactions for the month over FIND-TRANSACTION-BY-ACCOUNT.
      *> Every card prints with its charges and credits for the month
      *> so the client can match it line for line; each cost center
      *> then prints with the spend of the cards attached directly to
      *> it, the spend of its whole subtree, and its limit. The
      *> company total is the sum of the top-level subtrees, so the
      *> report proves to itself that no card was missed by the
      *> roll-up.
       program-id. CostCenterSpendReport.

       environment division.
       input-output section.
       file-control.
           select Control-File assign to external
                                           costCenterReportControlFile
               organization is line sequential
               file status is WS-CONTROL-STATUS
               .

       data division.
       file section.
       fd Control-File.
       01 CONTROL-LINE                     PIC X(80).

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "TRANSACTION-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "COMPANY-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "COST-CENTER.cpy" replacing ==(PREFIX)== by ==WS==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-CONTROL-STATUS                PIC XX.
       01 WS-TRANSACTION-STATUS            PIC XX.
       01 WS-LOOKUP-STATUS                 PIC XX.

       01 WS-CONTROL-COMPANY-ID            PIC 9(9).
       01 WS-CONTROL-MONTH                 PIC 9(6).
       01 WS-CONTROL-TALLY                 PIC 99 COMP-5.
       01 WS-REQUESTED-COMPANY-ID          PIC X(4) COMP-X.
       01 WS-TRANS-MONTH                   PIC 9(6).

      *> The company's tree as loaded, with the month's figures.
       78 MAX-REPORT-COST-CENTERS          VALUE 200.
       01 WS-NODE-COUNT                    PIC 9(4) COMP-5.
       01 WS-NODE-INDEX                    PIC 9(4) COMP-5.
       01 WS-FOUND-INDEX                   PIC 9(4) COMP-5.
       01 WS-ROLL-INDEX                    PIC 9(4) COMP-5.
       01 WS-ROLL-DEPTH                    PIC 99 COMP-5.
       01 WS-SEARCH-INDEX                  PIC 9(4) COMP-5.
       01 WS-FIND-CODE                     PIC X(08).
       01 WS-NODE-TABLE.
        03 WS-NODE-ENTRY OCCURS 200.
         05 WS-NODE-CODE                   PIC X(08).
         05 WS-NODE-PARENT                 PIC X(08).
         05 WS-NODE-NAME                   PIC X(30).
         05 WS-NODE-LIMIT                  PIC S9(12)V99.
         05 WS-NODE-CARDS                  PIC 9(6) COMP-5.
         05 WS-NODE-DIRECT                 PIC S9(12)V99.
         05 WS-NODE-SUBTREE                PIC S9(12)V99.

       01 WS-CARD-CHARGES                  PIC S9(12)V99.
       01 WS-CARD-CREDITS                  PIC S9(12)V99.
       01 WS-COMPANY-CHARGES               PIC S9(12)V99.
       01 WS-COMPANY-CREDITS               PIC S9(12)V99.
       01 WS-TOP-LEVEL-TOTAL               PIC S9(12)V99.
       01 WS-UNPLACED-SPEND                PIC S9(12)V99.
       01 WS-REPORTS-PRINTED               PIC 9(6) COMP-5 VALUE 0.

       01 DISPLAY-CASH                     PIC -Z(12)9.99.
       01 DISPLAY-CASH-2                   PIC -Z(12)9.99.
       01 DISPLAY-CASH-3                   PIC -Z(12)9.99.

       procedure division.
           perform OPEN-FILES
           if FILE-STATUS = "00" and WS-CONTROL-STATUS = "00"
               perform PROCESS-CONTROL-FILE
               perform CLOSE-FILES
           end-if
           display "*** Cost-center spend reports printed: "
                   WS-REPORTS-PRINTED
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
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           if WS-TRANSACTION-STATUS <> "00"
               display "*** Could not open transaction file, status "
                       WS-TRANSACTION-STATUS
               move WS-TRANSACTION-STATUS to FILE-STATUS
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
                                    by reference FILE-STATUS
           if FILE-STATUS <> "00"
               display "*** Could not open cost center file, status "
                       FILE-STATUS
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
                    WS-CONTROL-MONTH
               tallying in WS-CONTROL-TALLY
           end-unstring
           if WS-CONTROL-TALLY <> 2
               display "*** Malformed report request skipped: "
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
           display " "
           display "*** Cost-center spend for " WS-CONTROL-COMPANY-ID
                   " - " WS-COMPANY-NAME " - month " WS-CONTROL-MONTH
           perform LOAD-COST-CENTER-TREE
           perform SCAN-COMPANY-CARDS
           perform ROLL-UP-SUBTREES
           perform PRINT-COST-CENTERS
           add 1 to WS-REPORTS-PRINTED
           .

       LOAD-COST-CENTER-TREE SECTION.
           move 0 to WS-NODE-COUNT
           move WS-REQUESTED-COMPANY-ID to
                        WS-COMPANY-ID of WS-COST-CENTER
           move low-values to WS-COST-CENTER-CODE of WS-COST-CENTER
           move START-READ to WS-FUNCTION-CODE
           call READ-COST-CENTER using by value WS-FUNCTION-CODE
                                   by reference WS-COST-CENTER
                                                WS-LOOKUP-STATUS
           if WS-LOOKUP-STATUS <> "00"
               exit section
           end-if
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-COST-CENTER using by value WS-FUNCTION-CODE
                                   by reference WS-COST-CENTER
                                                WS-LOOKUP-STATUS
           perform until WS-LOOKUP-STATUS <> "00"
                      or WS-COMPANY-ID of WS-COST-CENTER
                                   <> WS-REQUESTED-COMPANY-ID
                      or WS-NODE-COUNT = MAX-REPORT-COST-CENTERS
               add 1 to WS-NODE-COUNT
               move WS-COST-CENTER-CODE of WS-COST-CENTER to
                        WS-NODE-CODE(WS-NODE-COUNT)
               move WS-PARENT-CODE of WS-COST-CENTER to
                        WS-NODE-PARENT(WS-NODE-COUNT)
               move WS-COST-CENTER-NAME of WS-COST-CENTER to
                        WS-NODE-NAME(WS-NODE-COUNT)
               move WS-SPEND-LIMIT of WS-COST-CENTER to
                        WS-NODE-LIMIT(WS-NODE-COUNT)
               move 0 to WS-NODE-CARDS(WS-NODE-COUNT)
               move 0 to WS-NODE-DIRECT(WS-NODE-COUNT)
               move 0 to WS-NODE-SUBTREE(WS-NODE-COUNT)
               call READ-COST-CENTER using by value WS-FUNCTION-CODE
                                       by reference WS-COST-CENTER
                                                    WS-LOOKUP-STATUS
           end-perform
           .

       SCAN-COMPANY-CARDS SECTION.
           move 0 to WS-COMPANY-CHARGES
           move 0 to WS-COMPANY-CREDITS
           move 0 to WS-UNPLACED-SPEND
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
               perform SUM-CARD-MONTH
               perform REPORT-CARD
               perform READ-NEXT-ACCOUNT
           end-perform
           move "00" to FILE-STATUS
           .

       READ-NEXT-ACCOUNT SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call FIND-ACCOUNT-BY-COMPANY using by value
                                        WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           .

      *> The month's postings on one card - charges are the debits,
      *> credits the payments, refunds and reversals.
       SUM-CARD-MONTH SECTION.
           move 0 to WS-CARD-CHARGES
           move 0 to WS-CARD-CREDITS
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                        WS-ACCOUNT-ID of WS-TRANSACTION-RECORD
           move 0 to WS-TRANSACTION-ID
           move START-READ to WS-FUNCTION-CODE
           call FIND-TRANSACTION-BY-ACCOUNT using
                                          by value WS-FUNCTION-CODE
                                      by reference WS-TRANSACTION-RECORD
                                                   WS-TRANSACTION-STATUS
           perform READ-NEXT-TRANSACTION
           perform until WS-TRANSACTION-STATUS <> "00"
                   or WS-ACCOUNT-ID of WS-TRANSACTION-RECORD <>
                                      WS-ACCOUNT-ID of WS-ACCOUNT
               move WS-TRANS-DATE of WS-TRANSACTION-RECORD(1:6)
                                        to WS-TRANS-MONTH
               if WS-TRANS-MONTH = WS-CONTROL-MONTH
                   if WS-AMOUNT of WS-TRANSACTION-RECORD > 0
                       add WS-AMOUNT of WS-TRANSACTION-RECORD
                                        to WS-CARD-CHARGES
                   else
                       add WS-AMOUNT of WS-TRANSACTION-RECORD
                                        to WS-CARD-CREDITS
                   end-if
               end-if
               perform READ-NEXT-TRANSACTION
           end-perform
           move "00" to WS-TRANSACTION-STATUS
           add WS-CARD-CHARGES to WS-COMPANY-CHARGES
           add WS-CARD-CREDITS to WS-COMPANY-CREDITS
           .

       READ-NEXT-TRANSACTION SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call FIND-TRANSACTION-BY-ACCOUNT using
                                          by value WS-FUNCTION-CODE
                                      by reference WS-TRANSACTION-RECORD
                                                   WS-TRANSACTION-STATUS
           if WS-TRANSACTION-STATUS = "02"
               move "00" to WS-TRANSACTION-STATUS
           end-if
           .

       REPORT-CARD SECTION.
           move WS-COST-CENTER-CODE of WS-ACCOUNT to WS-FIND-CODE
           perform FIND-NODE
           if WS-FOUND-INDEX = 0
               add WS-CARD-CHARGES to WS-UNPLACED-SPEND
           else
               add 1 to WS-NODE-CARDS(WS-FOUND-INDEX)
               add WS-CARD-CHARGES to WS-NODE-DIRECT(WS-FOUND-INDEX)
           end-if
           move WS-CARD-CHARGES to DISPLAY-CASH
           move WS-CARD-CREDITS to DISPLAY-CASH-2
           display "    Card " WS-ACCOUNT-ID of WS-ACCOUNT
                   "  cost center " WS-COST-CENTER-CODE of WS-ACCOUNT
                   "  charges " DISPLAY-CASH
                   "  credits " DISPLAY-CASH-2
           .

      *> Each node's direct spend is added to itself and to every
      *> node above it, never walking further than the tree may be
      *> deep.
       ROLL-UP-SUBTREES SECTION.
           perform varying WS-NODE-INDEX from 1 by 1
                       until WS-NODE-INDEX > WS-NODE-COUNT
               move WS-NODE-INDEX to WS-ROLL-INDEX
               move 0 to WS-ROLL-DEPTH
               perform until WS-ROLL-INDEX = 0 or WS-ROLL-DEPTH = 10
                   add 1 to WS-ROLL-DEPTH
                   add WS-NODE-DIRECT(WS-NODE-INDEX) to
                                WS-NODE-SUBTREE(WS-ROLL-INDEX)
                   move WS-NODE-PARENT(WS-ROLL-INDEX) to WS-FIND-CODE
                   if WS-FIND-CODE = spaces
                       move 0 to WS-ROLL-INDEX
                   else
                       perform FIND-NODE
                       move WS-FOUND-INDEX to WS-ROLL-INDEX
                   end-if
               end-perform
           end-perform
           .

       PRINT-COST-CENTERS SECTION.
           move 0 to WS-TOP-LEVEL-TOTAL
           display "    Cost center      parent    cards"
                   "         direct spend          subtree spend"
                   "                  limit"
           perform varying WS-NODE-INDEX from 1 by 1
                       until WS-NODE-INDEX > WS-NODE-COUNT
               if WS-NODE-PARENT(WS-NODE-INDEX) = spaces
                   add WS-NODE-SUBTREE(WS-NODE-INDEX)
                                        to WS-TOP-LEVEL-TOTAL
               end-if
               move WS-NODE-DIRECT(WS-NODE-INDEX) to DISPLAY-CASH
               move WS-NODE-SUBTREE(WS-NODE-INDEX) to DISPLAY-CASH-2
               move WS-NODE-LIMIT(WS-NODE-INDEX) to DISPLAY-CASH-3
               display "    " WS-NODE-CODE(WS-NODE-INDEX)
                       "  " WS-NODE-PARENT(WS-NODE-INDEX)
                       "  " WS-NODE-CARDS(WS-NODE-INDEX)
                       "  " DISPLAY-CASH
                       "  " DISPLAY-CASH-2
                       "  " DISPLAY-CASH-3
                       "  " WS-NODE-NAME(WS-NODE-INDEX)
           end-perform
           add WS-UNPLACED-SPEND to WS-TOP-LEVEL-TOTAL
           move WS-COMPANY-CHARGES to DISPLAY-CASH
           display "    Company charges for the month: " DISPLAY-CASH
           move WS-COMPANY-CREDITS to DISPLAY-CASH
           display "    Company credits for the month: " DISPLAY-CASH
           if WS-UNPLACED-SPEND <> 0
               move WS-UNPLACED-SPEND to DISPLAY-CASH
               display "    Charges on cards outside the tree: "
                       DISPLAY-CASH
           end-if
           if WS-TOP-LEVEL-TOTAL <> WS-COMPANY-CHARGES
               move WS-TOP-LEVEL-TOTAL to DISPLAY-CASH
               display "*** OUT OF BALANCE - cost centers roll up to "
                       DISPLAY-CASH
           end-if
           .

       FIND-NODE SECTION.
           move 0 to WS-FOUND-INDEX
           perform varying WS-SEARCH-INDEX from 1 by 1
                       until WS-SEARCH-INDEX > WS-NODE-COUNT
               if WS-NODE-CODE(WS-SEARCH-INDEX) = WS-FIND-CODE
                   move WS-SEARCH-INDEX to WS-FOUND-INDEX
                   exit section
               end-if
           end-perform
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-COMPANY-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-COST-CENTER-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           close Control-File
           .
