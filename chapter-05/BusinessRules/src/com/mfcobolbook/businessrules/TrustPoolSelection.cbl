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

      *> Master trust eligibility pass. Treasury funds part of the
      *> card book by selling its receivables to the master trust;
      *> this pass adds accounts to the trust by the criteria in
      *> trustCriteriaFile, one fixed line per criterion:
      *>   A  cols 3-5 minimum account age in whole months since
      *>      the account was opened
      *>   P  col 3 an eligible product - C credit card, H charge
      *>      card; none listed means both
      *>   I  cols 3-5 an eligible institution code; none listed
      *>      means every institution
      *> On top of those, an account is designated only while it
      *> is open, is not charged off (neither by status nor with a
      *> row on the charged-off ledger), carries no bankruptcy
      *> restriction, and is not a commercial card billed to a
      *> company. Deposit accounts are never eligible. An eligible
      *> account is flagged TRUST-DESIGNATED with today as its
      *> designation date; one already designated stays as it is
      *> and is not dated again. Each designation is listed on the
      *> run log with the balance it brings into the pool. With no
      *> criteria file nothing is designated - an empty file is not
      *> taken to mean every account qualifies.
       program-id. TrustPoolSelection.

       environment division.
       input-output section.
       file-control.
           select Criteria-File assign to external trustCriteriaFile
               organization is line sequential
               file status is WS-CRITERIA-STATUS
               .

       data division.
       file section.
       fd Criteria-File.
       01 CRITERIA-LINE.
        03 CRL-TYPE                        PIC X(01).
         88 CRL-IS-AGE                         VALUE "A".
         88 CRL-IS-PRODUCT                     VALUE "P".
         88 CRL-IS-INSTITUTION                 VALUE "I".
        03 FILLER                          PIC X(01).
        03 CRL-VALUE                       PIC X(03).
        03 CRL-AGE-MONTHS REDEFINES CRL-VALUE
                                           PIC 9(03).
        03 CRL-PRODUCT REDEFINES CRL-VALUE PIC X(01).
        03 CRL-INSTITUTION REDEFINES CRL-VALUE
                                           PIC 9(03).
        03 FILLER                          PIC X(75).

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "CHARGEOFF-LEDGER.cpy" replacing ==(PREFIX)== by ==WS-CHG==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-CRITERIA-STATUS               PIC XX.
       01 WS-CHARGEOFF-STATUS              PIC XX.
       01 WS-CHARGEOFF-FILE-FLAG           PIC X VALUE "N".
        88 CHARGEOFF-FILE-IS-AVAILABLE         VALUE "Y".
       01 WS-CRITERIA-FLAG                 PIC X VALUE "N".
        88 CRITERIA-WERE-READ                  VALUE "Y".

       01 WS-TODAY                         PIC 9(08).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
        03 WS-TODAY-YEAR                   PIC 9(04).
        03 WS-TODAY-MONTH                  PIC 9(02).
        03 WS-TODAY-DAY                    PIC 9(02).

      *> The criteria, loaded once.
       01 WS-MIN-AGE-MONTHS                PIC 9(03) VALUE 0.
       78 PRODUCT-TABLE-MAX                VALUE 5.
       01 PRODUCT-TABLE.
        03 PRODUCT-TYPE OCCURS 5 TIMES     PIC X(01).
       01 PRODUCT-COUNT                    PIC 9 COMP-5 VALUE 0.
       01 PRODUCT-INDEX                    PIC 9 COMP-5.
       78 INSTITUTION-TABLE-MAX            VALUE 50.
       01 INSTITUTION-TABLE.
        03 INSTITUTION-CODE OCCURS 50 TIMES PIC 9(03).
       01 INSTITUTION-COUNT                PIC 99 COMP-5 VALUE 0.
       01 INSTITUTION-INDEX                PIC 99 COMP-5.

      *> The account in hand.
       01 WS-AGE-MONTHS                    PIC S9(5) COMP-5.
       01 WS-MATCH-FLAG                    PIC X.
        88 CRITERION-IS-MET                    VALUE "Y".
       01 WS-ELIGIBLE-FLAG                 PIC X.
        88 ACCOUNT-IS-ELIGIBLE                 VALUE "Y".

       01 WS-ACCOUNTS-REVIEWED             PIC 9(6) COMP-5 VALUE 0.
       01 WS-ALREADY-IN-TRUST              PIC 9(6) COMP-5 VALUE 0.
       01 WS-ACCOUNTS-DESIGNATED           PIC 9(6) COMP-5 VALUE 0.
       01 WS-FAILED-PRODUCT                PIC 9(6) COMP-5 VALUE 0.
       01 WS-FAILED-INSTITUTION            PIC 9(6) COMP-5 VALUE 0.
       01 WS-FAILED-AGE                    PIC 9(6) COMP-5 VALUE 0.
       01 WS-FAILED-CHARGED-OFF            PIC 9(6) COMP-5 VALUE 0.
       01 WS-FAILED-BANKRUPT               PIC 9(6) COMP-5 VALUE 0.
       01 WS-FAILED-COMMERCIAL             PIC 9(6) COMP-5 VALUE 0.
       01 WS-REWRITE-FAILURES              PIC 9(6) COMP-5 VALUE 0.
       01 WS-DESIGNATED-BALANCE            PIC S9(14)V99 VALUE 0.
       01 WS-POOL-BALANCE                  PIC S9(14)V99 VALUE 0.
       01 WS-POOL-COUNT                    PIC 9(6) COMP-5 VALUE 0.
       01 DISPLAY-ACCOUNT-ID               PIC 9(10).
       01 DISPLAY-CASH                     PIC -Z(13)9.99.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform LOAD-CRITERIA
           if not CRITERIA-WERE-READ
               display "*** No trust criteria on file - nothing "
                       "designated"
               stop run
           end-if
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform SELECT-ALL-ACCOUNTS
               perform CLOSE-FILES
           end-if
           display "*** Minimum age in months:     " WS-MIN-AGE-MONTHS
           display "*** Accounts reviewed:         "
                   WS-ACCOUNTS-REVIEWED
           display "*** ... already in the trust:  "
                   WS-ALREADY-IN-TRUST
           display "*** ... designated today:      "
                   WS-ACCOUNTS-DESIGNATED
           display "*** ... wrong product:         " WS-FAILED-PRODUCT
           display "*** ... wrong institution:     "
                   WS-FAILED-INSTITUTION
           display "*** ... too young:             " WS-FAILED-AGE
           display "*** ... charged off:           "
                   WS-FAILED-CHARGED-OFF
           display "*** ... bankrupt:              " WS-FAILED-BANKRUPT
           display "*** ... commercial:            "
                   WS-FAILED-COMMERCIAL
           if WS-REWRITE-FAILURES > 0
               display "*** Rewrites failed:           "
                       WS-REWRITE-FAILURES
           end-if
           move WS-DESIGNATED-BALANCE to DISPLAY-CASH
           display "*** Balance designated today:  " DISPLAY-CASH
           display "*** Accounts in the trust:     " WS-POOL-COUNT
           move WS-POOL-BALANCE to DISPLAY-CASH
           display "*** Trust receivables:         " DISPLAY-CASH
           stop run.

      *> A malformed line is skipped and shown; the good lines
      *> around it still stand.
       LOAD-CRITERIA SECTION.
           open input Criteria-File
           if WS-CRITERIA-STATUS <> "00"
               display "*** Could not open trust criteria file, "
                       "status " WS-CRITERIA-STATUS
               exit section
           end-if
           set CRITERIA-WERE-READ to true
           perform until WS-CRITERIA-STATUS <> "00"
               read Criteria-File
                   at end move "10" to WS-CRITERIA-STATUS
               end-read
               if WS-CRITERIA-STATUS = "00"
                   evaluate true
                       when CRL-IS-AGE and CRL-AGE-MONTHS is numeric
                           move CRL-AGE-MONTHS to WS-MIN-AGE-MONTHS
                       when CRL-IS-PRODUCT
                               and (CRL-PRODUCT = "C"
                                    or CRL-PRODUCT = "H")
                               and PRODUCT-COUNT < PRODUCT-TABLE-MAX
                           add 1 to PRODUCT-COUNT
                           move CRL-PRODUCT
                                       to PRODUCT-TYPE(PRODUCT-COUNT)
                       when CRL-IS-INSTITUTION
                               and CRL-INSTITUTION is numeric
                               and INSTITUTION-COUNT
                                           < INSTITUTION-TABLE-MAX
                           add 1 to INSTITUTION-COUNT
                           move CRL-INSTITUTION to
                                   INSTITUTION-CODE(INSTITUTION-COUNT)
                       when other
                           display "*** Malformed trust criterion "
                                   "ignored: " CRITERIA-LINE(1:20)
                   end-evaluate
               end-if
           end-perform
           close Criteria-File
           if PRODUCT-COUNT = 0
               move "C" to PRODUCT-TYPE(1)
               move "H" to PRODUCT-TYPE(2)
               move 2 to PRODUCT-COUNT
           end-if
           .

       OPEN-FILES SECTION.
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           if FILE-STATUS <> "00"
               display "*** Could not open account file, status "
                       FILE-STATUS
               exit section
           end-if
      *>   Without the ledger the account status alone says whether
      *>   an account was charged off.
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-CHARGEOFF-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CHARGEOFF-STATUS
           if WS-CHARGEOFF-STATUS = "00"
               set CHARGEOFF-FILE-IS-AVAILABLE to true
           else
               display "*** No charged-off ledger, status "
                       WS-CHARGEOFF-STATUS
                       " - account status alone is checked"
           end-if
           .

       SELECT-ALL-ACCOUNTS SECTION.
           move 0 to WS-ACCOUNT-ID of WS-ACCOUNT
           move START-READ to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           perform READ-NEXT-ACCOUNT
           perform until FILE-STATUS <> "00"
               if not WS-TYPE-DEPOSIT
                   add 1 to WS-ACCOUNTS-REVIEWED
                   if WS-TRUST-DESIGNATED of WS-ACCOUNT
                       add 1 to WS-ALREADY-IN-TRUST
                   else
                       perform TEST-ELIGIBILITY
                       if ACCOUNT-IS-ELIGIBLE
                           perform DESIGNATE-ACCOUNT
                       end-if
                   end-if
                   if WS-TRUST-DESIGNATED of WS-ACCOUNT
                       add 1 to WS-POOL-COUNT
                       if WS-BALANCE of WS-ACCOUNT > 0
                           add WS-BALANCE of WS-ACCOUNT
                                           to WS-POOL-BALANCE
                       end-if
                   end-if
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

      *> The first test an account fails is the one it is counted
      *> under; a closed account is simply passed over.
       TEST-ELIGIBILITY SECTION.
           move "N" to WS-ELIGIBLE-FLAG
           if not WS-ACCOUNT-OPEN
               exit section
           end-if
           move "N" to WS-MATCH-FLAG
           perform varying PRODUCT-INDEX from 1 by 1
                       until PRODUCT-INDEX > PRODUCT-COUNT
               if PRODUCT-TYPE(PRODUCT-INDEX) = WS-TYPE of WS-ACCOUNT
                   set CRITERION-IS-MET to true
                   exit perform
               end-if
           end-perform
           if not CRITERION-IS-MET
               add 1 to WS-FAILED-PRODUCT
               exit section
           end-if
           if INSTITUTION-COUNT > 0
               move "N" to WS-MATCH-FLAG
               perform varying INSTITUTION-INDEX from 1 by 1
                           until INSTITUTION-INDEX > INSTITUTION-COUNT
                   if INSTITUTION-CODE(INSTITUTION-INDEX) =
                               WS-INSTITUTION-CODE of WS-ACCOUNT
                       set CRITERION-IS-MET to true
                       exit perform
                   end-if
               end-perform
               if not CRITERION-IS-MET
                   add 1 to WS-FAILED-INSTITUTION
                   exit section
               end-if
           end-if
           perform WORK-OUT-AGE
           if WS-AGE-MONTHS < WS-MIN-AGE-MONTHS
               add 1 to WS-FAILED-AGE
               exit section
           end-if
           if WS-ACCOUNT-CHARGED-OFF
               add 1 to WS-FAILED-CHARGED-OFF
               exit section
           end-if
           if CHARGEOFF-FILE-IS-AVAILABLE
               move WS-ACCOUNT-ID of WS-ACCOUNT to
                       WS-CHG-ACCOUNT-ID of WS-CHG-CHARGEOFF-LEDGER
               call FIND-CHARGEOFF-BY-ACCOUNT using
                             by reference WS-CHG-CHARGEOFF-LEDGER
                                          WS-CHARGEOFF-STATUS
               if WS-CHARGEOFF-STATUS = "00"
                   add 1 to WS-FAILED-CHARGED-OFF
                   exit section
               end-if
           end-if
           if WS-RESTRICTED-BANKRUPTCY of WS-ACCOUNT
               add 1 to WS-FAILED-BANKRUPT
               exit section
           end-if
           if WS-COMPANY-ID of WS-ACCOUNT <> 0
               add 1 to WS-FAILED-COMMERCIAL
               exit section
           end-if
           set ACCOUNT-IS-ELIGIBLE to true
           .

      *> Whole months since opening - an account opened on the 20th
      *> has another month only from the 20th.
       WORK-OUT-AGE SECTION.
           compute WS-AGE-MONTHS =
                   (WS-TODAY-YEAR - WS-YEAR of WS-ACCOUNT) * 12
                   + WS-TODAY-MONTH - WS-MONTH of WS-ACCOUNT
           if WS-TODAY-DAY < WS-DAY of WS-ACCOUNT
               subtract 1 from WS-AGE-MONTHS
           end-if
           if WS-AGE-MONTHS < 0
               move 0 to WS-AGE-MONTHS
           end-if
           .

       DESIGNATE-ACCOUNT SECTION.
           move WS-ACCOUNT-ID of WS-ACCOUNT to DISPLAY-ACCOUNT-ID
           set WS-TRUST-DESIGNATED of WS-ACCOUNT to true
           move WS-TODAY to WS-TRUST-DESIGNATION-DATE of WS-ACCOUNT
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                        by reference WS-ACCOUNT
                                                     FILE-STATUS
           if FILE-STATUS <> "00"
               add 1 to WS-REWRITE-FAILURES
               display "*** Trust designation rewrite failed for "
                       DISPLAY-ACCOUNT-ID " status " FILE-STATUS
               move space to WS-TRUST-STATUS of WS-ACCOUNT
               move "00" to FILE-STATUS
               exit section
           end-if
           add 1 to WS-ACCOUNTS-DESIGNATED
           if WS-BALANCE of WS-ACCOUNT > 0
               add WS-BALANCE of WS-ACCOUNT to WS-DESIGNATED-BALANCE
           end-if
           move WS-BALANCE of WS-ACCOUNT to DISPLAY-CASH
           display "TRUST " DISPLAY-ACCOUNT-ID " designated, balance "
                   DISPLAY-CASH
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           if CHARGEOFF-FILE-IS-AVAILABLE
               call OPEN-CHARGEOFF-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CHARGEOFF-STATUS
           end-if
           .
