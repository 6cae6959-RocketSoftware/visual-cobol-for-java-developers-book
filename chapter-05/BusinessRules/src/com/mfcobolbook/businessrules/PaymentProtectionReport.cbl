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

      *> Monthly payment-protection report: premiums earned and
      *> claims paid for one calendar month, taken from the same
      *> typed transaction rows GlJournalExtract books to activities
      *> PP and PC - so the month's totals here tie to the sum of
      *> that month's daily journal batches for those activities.
      *> Also counts the month's minimum-payment suspensions and the
      *> book of enrollments and claims as it stands. The month
      *> comes from a one-line yyyymm parm file, defaulting to the
      *> current month when absent.
       program-id. PaymentProtectionReport.

       environment division.
       input-output section.
       file-control.
           select Month-File assign to external protectionMonthFile
               organization is line sequential
               file status is WS-MONTH-FILE-STATUS
               .
           select Protection-File
               assign to external paymentProtectionFile
               file status is WS-PROTECTION-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-ACCOUNT-ID
                          of FILE-PROTECTION-ENROLLMENT
               .
           select Claim-File assign to external protectionClaimFile
               file status is WS-CLAIM-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-CLAIM-NUMBER of FILE-PROTECTION-CLAIM
               alternate record key is FILE-ACCOUNT-ID
                          of FILE-PROTECTION-CLAIM with duplicates
               .

       data division.
       file section.
       fd Month-File.
       01 MONTH-LINE                       PIC X(06).
       fd Protection-File.
       copy "PROTECTION-ENROLLMENT.cpy"
                              replacing ==(PREFIX)== by ==FILE==.
       fd Claim-File.
       copy "PROTECTION-CLAIM.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "TRANSACTION-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 WS-TRANSACTION-STATUS.
        03 WS-TRANSACTION-STATUS-1         PIC X.
        03 WS-TRANSACTION-STATUS-2         PIC X.
       01 WS-MONTH-FILE-STATUS             PIC XX.
       01 WS-PROTECTION-STATUS             PIC XX.
       01 WS-CLAIM-STATUS                  PIC XX.

       01 WS-TODAY                         PIC 9(08).
       01 WS-REPORT-MONTH                  PIC 9(06).
       01 WS-CLAIM-PAID                    PIC S9(12)V99.

       01 WS-PREMIUM-COUNT                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-CLAIM-PAID-COUNT              PIC 9(6) COMP-5 VALUE 0.
       01 WS-PREMIUM-TOTAL                 PIC S9(14)V99 VALUE 0.
       01 WS-CLAIM-PAID-TOTAL              PIC S9(14)V99 VALUE 0.
       01 WS-SUSPENSION-COUNT              PIC 9(6) COMP-5 VALUE 0.
       01 WS-ENROLLED-ACTIVE               PIC 9(6) COMP-5 VALUE 0.
       01 WS-ENROLLED-CANCELLED            PIC 9(6) COMP-5 VALUE 0.
       01 WS-CLAIMS-OPEN                   PIC 9(6) COMP-5 VALUE 0.
       01 WS-CLAIMS-APPROVED               PIC 9(6) COMP-5 VALUE 0.
       01 WS-CLAIMS-DENIED                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-CLAIMS-CLOSED                 PIC 9(6) COMP-5 VALUE 0.
       01 DISPLAY-CASH                     PIC -Z(12)9.99.
       01 DISPLAY-TOTAL                    PIC -Z(13)9.99.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           move WS-TODAY(1:6) to WS-REPORT-MONTH
           perform READ-REPORT-MONTH
           display "PAYMENT PROTECTION REPORT - MONTH " WS-REPORT-MONTH
           perform OPEN-FILES
           if WS-TRANSACTION-STATUS = "00"
               perform SCAN-TRANSACTIONS
               perform SCAN-ENROLLMENTS
               perform SCAN-CLAIMS
               perform CLOSE-FILES
           end-if
           perform DISPLAY-SUMMARY
           stop run.

       READ-REPORT-MONTH SECTION.
           open input Month-File
           if WS-MONTH-FILE-STATUS <> "00"
               exit section
           end-if
           read Month-File
               at end move "10" to WS-MONTH-FILE-STATUS
           end-read
           if WS-MONTH-FILE-STATUS = "00" and MONTH-LINE is numeric
               move MONTH-LINE to WS-REPORT-MONTH
           end-if
           close Month-File
           .

       OPEN-FILES SECTION.
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           if WS-TRANSACTION-STATUS <> "00"
               display "*** Could not open transaction file, status "
                       WS-TRANSACTION-STATUS
               exit section
           end-if
           open input Protection-File
           open input Claim-File
           .

      *> The month's premium and claim rows, by their transaction
      *> type - the same selection the GL extract books from.
       SCAN-TRANSACTIONS SECTION.
           move 0 to WS-TRANSACTION-ID
           move START-READ to WS-FUNCTION-CODE
           call READ-TRANSACTION-RECORD using by value
                                        WS-FUNCTION-CODE
                              by reference WS-TRANSACTION-RECORD
                                           WS-TRANSACTION-STATUS
           perform READ-NEXT-TRANSACTION
           perform until WS-TRANSACTION-STATUS <> "00"
               if WS-TRANS-DATE(1:6) = WS-REPORT-MONTH
                   evaluate true
                       when WS-TYPE-PROTECTION-PREMIUM
                               and WS-AMOUNT > 0
                           perform REPORT-PREMIUM
                       when WS-TYPE-PROTECTION-CLAIM
                               and WS-AMOUNT < 0
                           perform REPORT-CLAIM-PAID
                       when other
                           continue
                   end-evaluate
               end-if
               perform READ-NEXT-TRANSACTION
           end-perform
           move "00" to WS-TRANSACTION-STATUS
           .

       READ-NEXT-TRANSACTION SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-TRANSACTION-RECORD using by value
                                        WS-FUNCTION-CODE
                              by reference WS-TRANSACTION-RECORD
                                           WS-TRANSACTION-STATUS
           .

       REPORT-PREMIUM SECTION.
           add 1 to WS-PREMIUM-COUNT
           add WS-AMOUNT to WS-PREMIUM-TOTAL
           move WS-AMOUNT to DISPLAY-CASH
           display "PREMIUM     account " WS-ACCOUNT-ID
                   "  date " WS-TRANS-DATE
                   "  amount " DISPLAY-CASH
           .

       REPORT-CLAIM-PAID SECTION.
           compute WS-CLAIM-PAID = 0 - WS-AMOUNT
           add 1 to WS-CLAIM-PAID-COUNT
           add WS-CLAIM-PAID to WS-CLAIM-PAID-TOTAL
           move WS-CLAIM-PAID to DISPLAY-CASH
           display "CLAIM PAID  account " WS-ACCOUNT-ID
                   "  date " WS-TRANS-DATE
                   "  amount " DISPLAY-CASH
           .

       SCAN-ENROLLMENTS SECTION.
           if WS-PROTECTION-STATUS <> "00"
               exit section
           end-if
           move 0 to FILE-ACCOUNT-ID of FILE-PROTECTION-ENROLLMENT
           start Protection-File key >= FILE-ACCOUNT-ID
                                  of FILE-PROTECTION-ENROLLMENT
           perform until WS-PROTECTION-STATUS <> "00"
               read Protection-File next
                   at end move "10" to WS-PROTECTION-STATUS
               end-read
               if WS-PROTECTION-STATUS = "00"
                   if FILE-ENROLLMENT-ACTIVE
                                   of FILE-PROTECTION-ENROLLMENT
                       add 1 to WS-ENROLLED-ACTIVE
                   else
                       add 1 to WS-ENROLLED-CANCELLED
                   end-if
               end-if
           end-perform
           .

      *> Claim book as it stands, and the suspensions the month-end
      *> run applied in the report month - a suspension moves no
      *> money, so it is counted from the claim's cycle stamp.
       SCAN-CLAIMS SECTION.
           if WS-CLAIM-STATUS <> "00"
               exit section
           end-if
           move 0 to FILE-CLAIM-NUMBER of FILE-PROTECTION-CLAIM
           start Claim-File key >= FILE-CLAIM-NUMBER
                                  of FILE-PROTECTION-CLAIM
           perform until WS-CLAIM-STATUS <> "00"
               read Claim-File next
                   at end move "10" to WS-CLAIM-STATUS
               end-read
               if WS-CLAIM-STATUS = "00"
                   evaluate true
                       when FILE-CLAIM-OPEN of FILE-PROTECTION-CLAIM
                           add 1 to WS-CLAIMS-OPEN
                       when FILE-CLAIM-APPROVED
                                           of FILE-PROTECTION-CLAIM
                           add 1 to WS-CLAIMS-APPROVED
                       when FILE-CLAIM-DENIED of FILE-PROTECTION-CLAIM
                           add 1 to WS-CLAIMS-DENIED
                       when other
                           add 1 to WS-CLAIMS-CLOSED
                   end-evaluate
                   if FILE-BENEFIT-SUSPEND-MIN of FILE-PROTECTION-CLAIM
                       and FILE-LAST-BENEFIT-CYCLE
                               of FILE-PROTECTION-CLAIM(1:6)
                                           = WS-REPORT-MONTH
                       add 1 to WS-SUSPENSION-COUNT
                   end-if
               end-if
           end-perform
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           close Protection-File
           close Claim-File
           .

       DISPLAY-SUMMARY SECTION.
           move WS-PREMIUM-TOTAL to DISPLAY-TOTAL
           display "*** Premiums earned:      " WS-PREMIUM-COUNT
                   "  total " DISPLAY-TOTAL
           move WS-CLAIM-PAID-TOTAL to DISPLAY-TOTAL
           display "*** Claims paid:          " WS-CLAIM-PAID-COUNT
                   "  total " DISPLAY-TOTAL
           display "*** Ties to GL journal activities PP (premium) "
                   "and PC (claims) for the month"
           display "*** Minimums suspended:   " WS-SUSPENSION-COUNT
           display "*** Enrollments active:   " WS-ENROLLED-ACTIVE
           display "*** Enrollments cancelled:" WS-ENROLLED-CANCELLED
           display "*** Claims open:          " WS-CLAIMS-OPEN
           display "*** Claims approved:      " WS-CLAIMS-APPROVED
           display "*** Claims denied:        " WS-CLAIMS-DENIED
           display "*** Claims closed:        " WS-CLAIMS-CLOSED
           .
