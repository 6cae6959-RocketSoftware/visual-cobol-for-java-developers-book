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

      *> Over-limit fee assessment, run with the month-end cycle: walks
      *> the account file and, for every open card account whose
      *> holder has opted in to over-limit transactions and whose
      *> balance stands over the credit limit, posts the account
      *> type's over-limit fee from FeeSchedule-File as an OVER LIMIT
      *> FEE transaction, the same posted-row way AnnualFeeAssessment
      *> bills. The fee is never more than the amount over the limit.
      *> At most one fee per cycle - the consent row's LAST-FEE-DATE
      *> already in this month means the cycle is billed, so a rerun
      *> charges nothing - and at most three consecutive cycles for
      *> one excursion over the limit: the consent row counts the
      *> cycles charged and the count only starts again once a cycle
      *> closes back within the limit. A holder who has opted out,
      *> or was never asked, is never charged.
       program-id. OverLimitFeeAssessment.

       data division.
       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "TRANSACTION-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "FEE-SCHEDULE.cpy" replacing ==(PREFIX)== by ==WS-FEE==.
       copy "OVERLIMIT-CONSENT.cpy" replacing ==(PREFIX)== by ==WS-OL==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-TRANSACTION-STATUS.
        03 WS-TRANSACTION-STATUS-1         PIC X.
        03 WS-TRANSACTION-STATUS-2         PIC X.
       01 WS-RULE-STATUS.
        03 WS-RULE-STATUS-1                PIC X.
        03 WS-RULE-STATUS-2                PIC X.
       01 WS-CONSENT-STATUS                PIC XX.

       01 WS-TODAY                         PIC 9(08).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
        03 WS-TODAY-YEAR                   PIC 9(04).
        03 WS-TODAY-MONTH                  PIC 9(02).
        03 WS-TODAY-DAY                    PIC 9(02).

       78 OVERLIMIT-FEE-DESCRIPTION        VALUE "OVER LIMIT FEE".
       78 OVERLIMIT-FEE-CYCLES-MAX         VALUE 3.

      *> Fee schedule, one entry per account type, loaded once.
       78 FEE-TABLE-MAX                    VALUE 10.
       01 FEE-TABLE.
        03 FEE-ENTRY OCCURS 10 TIMES.
         05 FEE-ACCOUNT-TYPE                PIC X(01).
         05 FEE-OVERLIMIT-AMOUNT            PIC S9(7)V99.
       01 FEE-COUNT                        PIC 99 COMP-5 VALUE 0.
       01 FEE-INDEX                        PIC 99 COMP-5.
       01 WORKING-OVERLIMIT-FEE            PIC S9(7)V99.
       01 WS-OVER-AMOUNT                   PIC S9(12)V99.

       01 WS-NEXT-TRANSACTION-ID           PIC X(4) COMP-X.
       01 WS-ACCOUNTS-SCANNED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-FEES-POSTED                   PIC 9(6) COMP-5 VALUE 0.
       01 WS-FEES-CAPPED                   PIC 9(6) COMP-5 VALUE 0.
       01 WS-FEES-MLA-BLOCKED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-MLA-FEE-AMOUNT                PIC S9(12)V99.
       01 WS-MLA-CAP-RESULT                PIC X(01).
        88 MLA-FEE-FITS-CAP                    VALUE "Y".
       01 DISPLAY-CASH                     PIC -Z(12)9.99.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform LOAD-FEE-TABLE
               perform SCAN-ACCOUNTS
               perform CLOSE-FILES
           end-if
           display "*** Accounts scanned:       " WS-ACCOUNTS-SCANNED
           display "*** Over-limit fees posted: " WS-FEES-POSTED
           display "*** Held at three cycles:   " WS-FEES-CAPPED
           display "*** Blocked by MLA cap:     " WS-FEES-MLA-BLOCKED
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
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           if WS-TRANSACTION-STATUS <> "00"
               display "*** Could not open transaction file, status "
                       WS-TRANSACTION-STATUS
               move WS-TRANSACTION-STATUS to FILE-STATUS
               exit section
           end-if
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-OVERLIMIT-CONSENT-FILE using by value
                                        WS-FUNCTION-CODE
                                    by reference WS-CONSENT-STATUS
           if WS-CONSENT-STATUS <> "00"
               display "*** Could not open consent file, status "
                       WS-CONSENT-STATUS
               move WS-CONSENT-STATUS to FILE-STATUS
           end-if
           .

       LOAD-FEE-TABLE SECTION.
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-FEE-SCHEDULE-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-RULE-STATUS
           if WS-RULE-STATUS <> "00"
               display "*** No fee schedule file - no fees assessed"
               exit section
           end-if
           perform until WS-RULE-STATUS <> "00"
                     or FEE-COUNT >= FEE-TABLE-MAX
               call READ-FEE-SCHEDULE-FILE using
                              by reference WS-FEE-FEE-SCHEDULE
                                           WS-RULE-STATUS
               if WS-RULE-STATUS = "00"
                   add 1 to FEE-COUNT
                   move WS-FEE-ACCOUNT-TYPE
                        to FEE-ACCOUNT-TYPE(FEE-COUNT)
      *>           Rows that predate the column read as blanks.
                   if WS-FEE-OVERLIMIT-FEE is numeric
                       move WS-FEE-OVERLIMIT-FEE
                            to FEE-OVERLIMIT-AMOUNT(FEE-COUNT)
                   else
                       move 0 to FEE-OVERLIMIT-AMOUNT(FEE-COUNT)
                   end-if
               end-if
           end-perform
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-FEE-SCHEDULE-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-RULE-STATUS
           .

       SCAN-ACCOUNTS SECTION.
           move 0 to WS-ACCOUNT-ID of WS-ACCOUNT
           move START-READ to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           perform READ-NEXT-ACCOUNT
           perform until FILE-STATUS <> "00"
               add 1 to WS-ACCOUNTS-SCANNED
               perform REVIEW-ACCOUNT
               perform READ-NEXT-ACCOUNT
           end-perform
           .

       READ-NEXT-ACCOUNT SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           .

       REVIEW-ACCOUNT SECTION.
           if not WS-ACCOUNT-OPEN or WS-TYPE-DEPOSIT
               exit section
           end-if
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                        WS-OL-ACCOUNT-ID of WS-OL-OVERLIMIT-CONSENT
           call FIND-OVERLIMIT-CONSENT-BY-ACCOUNT using
                              by reference WS-OL-OVERLIMIT-CONSENT
                                           WS-CONSENT-STATUS
           if WS-CONSENT-STATUS <> "00"
               exit section
           end-if
      *>   A cycle that closes within the limit ends the excursion -
      *>   the next one over starts its three cycles afresh.
           if WS-BALANCE of WS-ACCOUNT
                               not > WS-CREDIT-LIMIT of WS-ACCOUNT
               if WS-OL-FEE-CYCLE-COUNT > 0
                   move 0 to WS-OL-FEE-CYCLE-COUNT
                   perform REWRITE-CONSENT
               end-if
               exit section
           end-if
           if not WS-OL-OVERLIMIT-OPTED-IN
               exit section
           end-if
      *>   A deceased or legal-hold restriction in force suppresses
      *>   fee assessment entirely while the window is open.
           if WS-FEES-SUPPRESSED of WS-ACCOUNT
                   and WS-RESTRICTION-START-DATE of WS-ACCOUNT
                                                   <= WS-TODAY
                   and (WS-RESTRICTION-END-DATE of WS-ACCOUNT = 0
                        or WS-RESTRICTION-END-DATE of WS-ACCOUNT
                                                   >= WS-TODAY)
               exit section
           end-if
           if WS-OL-LAST-FEE-DATE(1:6) = WS-TODAY(1:6)
               exit section
           end-if
           if WS-OL-FEE-CYCLE-COUNT >= OVERLIMIT-FEE-CYCLES-MAX
               add 1 to WS-FEES-CAPPED
               exit section
           end-if
           perform LOOKUP-OVERLIMIT-FEE
           if WORKING-OVERLIMIT-FEE not > 0
               exit section
           end-if
           subtract WS-CREDIT-LIMIT of WS-ACCOUNT
                               from WS-BALANCE of WS-ACCOUNT
                               giving WS-OVER-AMOUNT
           if WORKING-OVERLIMIT-FEE > WS-OVER-AMOUNT
               move WS-OVER-AMOUNT to WORKING-OVERLIMIT-FEE
           end-if
      *>   A covered borrower's fee may not push the cycle's charges
      *>   past the Military Lending Act MAPR - it is not billed.
           move WORKING-OVERLIMIT-FEE to WS-MLA-FEE-AMOUNT
           call CHECK-MLA-FEE-CAP using by reference WS-ACCOUNT
                                                     WS-MLA-FEE-AMOUNT
                                                     WS-TODAY
                                                     WS-MLA-CAP-RESULT
           if not MLA-FEE-FITS-CAP
               add 1 to WS-FEES-MLA-BLOCKED
               display "MLA BLOCKED over-limit fee  account "
                       WS-ACCOUNT-ID of WS-ACCOUNT
               exit section
           end-if
           perform POST-OVERLIMIT-FEE
           .

       LOOKUP-OVERLIMIT-FEE SECTION.
           move 0 to WORKING-OVERLIMIT-FEE
           perform varying FEE-INDEX from 1 by 1
                       until FEE-INDEX > FEE-COUNT
               if FEE-ACCOUNT-TYPE(FEE-INDEX) = WS-TYPE
                   move FEE-OVERLIMIT-AMOUNT(FEE-INDEX)
                        to WORKING-OVERLIMIT-FEE
                   exit perform
               end-if
           end-perform
           .

       POST-OVERLIMIT-FEE SECTION.
           call GET-NEXT-TRANSACTION-ID using by reference
                                             WS-NEXT-TRANSACTION-ID
                                             WS-TRANSACTION-STATUS
           move WS-NEXT-TRANSACTION-ID to WS-TRANSACTION-ID
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                        WS-ACCOUNT-ID of WS-TRANSACTION-RECORD
           move WS-TODAY-YEAR to WS-YEAR of WS-TRANSACTION-RECORD
           move WS-TODAY-MONTH to WS-MONTH of WS-TRANSACTION-RECORD
           move WS-TODAY-DAY to WS-DAY of WS-TRANSACTION-RECORD
           move WORKING-OVERLIMIT-FEE to
                        WS-AMOUNT of WS-TRANSACTION-RECORD
           move OVERLIMIT-FEE-DESCRIPTION to
                        WS-DESCRIPTION of WS-TRANSACTION-RECORD
           move WS-CURRENCY-CODE of WS-ACCOUNT to
                        WS-CURRENCY-CODE of WS-TRANSACTION-RECORD
           move space to WS-DISPUTE-STATUS of WS-TRANSACTION-RECORD
           move 0 to WS-LINKED-TRANSACTION-ID
                                  of WS-TRANSACTION-RECORD
           move spaces to WS-MERCHANT-NAME of WS-TRANSACTION-RECORD
           move spaces to WS-MERCHANT-ID of WS-TRANSACTION-RECORD
           move 0 to WS-MERCHANT-CATEGORY-CODE
                                  of WS-TRANSACTION-RECORD
           move space to WS-TRANSACTION-TYPE
                                  of WS-TRANSACTION-RECORD
           move WRITE-RECORD to WS-FUNCTION-CODE
           call WRITE-TRANSACTION-RECORD using by value
                                        WS-FUNCTION-CODE
                              by reference WS-TRANSACTION-RECORD
                                           WS-TRANSACTION-STATUS
           if WS-TRANSACTION-STATUS = "00"
                   or WS-TRANSACTION-STATUS = "02"
               add 1 to WS-FEES-POSTED
               add 1 to WS-OL-FEE-CYCLE-COUNT
               move WS-TODAY to WS-OL-LAST-FEE-DATE
               perform REWRITE-CONSENT
               move WORKING-OVERLIMIT-FEE to DISPLAY-CASH
               display "OVER LIMIT FEE  account "
                       WS-ACCOUNT-ID of WS-ACCOUNT
                       "  amount " DISPLAY-CASH
                       "  cycle " WS-OL-FEE-CYCLE-COUNT
           else
               display "*** Over-limit fee post failed for account "
                       WS-ACCOUNT-ID of WS-ACCOUNT
                       " status " WS-TRANSACTION-STATUS
           end-if
           .

       REWRITE-CONSENT SECTION.
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-OVERLIMIT-CONSENT using by value WS-FUNCTION-CODE
                              by reference WS-OL-OVERLIMIT-CONSENT
                                           WS-CONSENT-STATUS
           if WS-CONSENT-STATUS <> "00" and WS-CONSENT-STATUS <> "02"
               display "*** Consent update failed for account "
                       WS-ACCOUNT-ID of WS-ACCOUNT
                       " status " WS-CONSENT-STATUS
           end-if
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-OVERLIMIT-CONSENT-FILE using by value
                                        WS-FUNCTION-CODE
                                    by reference WS-CONSENT-STATUS
           .
