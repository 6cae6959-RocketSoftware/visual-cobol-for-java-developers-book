      *> utilization (BALANCE / CREDIT-LIMIT) is under
      *> WS-UTIL-THRESHOLD-PCT percent - Risk reviews the printed list
      *> rather than limits only changing when a customer calls in.
      *> An account the review reached a verdict on and turned down
      *> is recorded as an adverse action, with the ranked reasons
      *> behind it, for the notice the customer is owed. One whose
      *> payment history is still too short to judge is not turned
      *> down - it is simply not reviewed yet. A candidate whose
      *> customer or household already stands at or over the
      *> aggregate credit cap has no room for a larger line: it is
      *> listed as capped rather than put forward.
       program-id. CreditLineIncreaseCandidates.

       environment division.
       01 DISPLAY-CASH                     PIC -Z(12)9.99.
       01 DISPLAY-UTIL                     PIC ZZZ9.99.

       01 WS-TODAY                         PIC 9(08).
       01 WS-ADVERSE-TYPE                  PIC X(01) VALUE "I".
       01 WS-ADVERSE-STATUS                PIC XX.
       01 WS-DECLINED-COUNT                PIC 9(6) COMP-5 VALUE 0.
       copy "AGGREGATE-EXPOSURE.cpy"
                              replacing ==(PREFIX)== by ==WS-AX==.
       01 WS-AX-STATUS                     PIC XX.
       01 WS-CAPPED-COUNT                  PIC 9(6) COMP-5 VALUE 0.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform SCAN-ACCOUNTS
                       WS-BALANCE / WS-CREDIT-LIMIT * 100
                   if WS-UTILIZATION-PCT < WS-UTIL-THRESHOLD-PCT
                       perform REPORT-CANDIDATE
                   else
                       perform RECORD-DECLINE
                   end-if
               else
                   perform RECORD-DECLINE
               end-if
               exit section
           end-if
           perform REVIEW-PAYMENT-HISTORY
           if WS-PAYMENT-HISTORY-COUNT < WS-CYCLES-REVIEWED
               exit section
           end-if
           if WS-PAYMENTS-MET-MINIMUM = WS-CYCLES-REVIEWED and
              not WS-ACCOUNT-DELINQUENT
               compute WS-UTILIZATION-PCT rounded =
                   WS-BALANCE / WS-CREDIT-LIMIT * 100
               if WS-UTILIZATION-PCT < WS-UTIL-THRESHOLD-PCT
                   perform REPORT-CANDIDATE
               else
                   perform RECORD-DECLINE
               end-if
           else
               perform RECORD-DECLINE
           end-if
           .

           .

       REPORT-CANDIDATE SECTION.
           move WS-BALANCE to DISPLAY-CASH
           move WS-UTILIZATION-PCT to DISPLAY-UTIL
           perform CHECK-AGGREGATE-ROOM
           if WS-AX-STATUS <> "00"
                   or WS-AX-CUSTOMER-EXPOSURE >= WS-AX-CUSTOMER-CAP
                   or WS-AX-HOUSEHOLD-EXPOSURE >= WS-AX-HOUSEHOLD-CAP
               add 1 to WS-CAPPED-COUNT
               display "CREDIT LINE CAPPED     account "
                       WS-ACCOUNT-ID of WS-ACCOUNT
                       "  customer " WS-CUSTOMER-ID
                       "  balance " DISPLAY-CASH
                       "  utilization " DISPLAY-UTIL "%"
               exit section
           end-if
           add 1 to WS-CANDIDATE-COUNT
           display "CREDIT LINE CANDIDATE  account "
                   WS-ACCOUNT-ID of WS-ACCOUNT
                   "  customer " WS-CUSTOMER-ID
                   "  utilization " DISPLAY-UTIL "%"
           .

      *> Where the customer and household stand today against the
      *> aggregate caps, this account at its present limit.
       CHECK-AGGREGATE-ROOM SECTION.
           initialize WS-AX-AGGREGATE-EXPOSURE
           move WS-CUSTOMER-ID to WS-AX-CUSTOMER-ID
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                        WS-AX-PROPOSED-ACCOUNT-ID
           move WS-CREDIT-LIMIT to WS-AX-PROPOSED-LIMIT
           call CHECK-AGGREGATE-EXPOSURE using by reference
                                             WS-AX-AGGREGATE-EXPOSURE
                                             WS-AX-STATUS
           .

      *> The limit is unchanged - old and new both carry it.
       RECORD-DECLINE SECTION.
           call RECORD-ADVERSE-ACTION using by reference
                                           WS-ADVERSE-TYPE
                                           WS-CUSTOMER-ID
                                           WS-ACCOUNT
                                           WS-CREDIT-LIMIT
                                           WS-CREDIT-LIMIT
                                           WS-TODAY
                                           WS-ADVERSE-STATUS
           if WS-ADVERSE-STATUS = "00" or WS-ADVERSE-STATUS = "02"
               add 1 to WS-DECLINED-COUNT
           else
               display "*** Adverse action not recorded for account "
                       WS-ACCOUNT-ID of WS-ACCOUNT " status "
                       WS-ADVERSE-STATUS
           end-if
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
           display "*** Accounts reviewed: " WS-ACCOUNTS-REVIEWED
           display "*** Credit-line-increase candidates: "
                   WS-CANDIDATE-COUNT
           display "*** Candidates capped by aggregate exposure: "
                   WS-CAPPED-COUNT
           display "*** Declined as adverse actions: "
                   WS-DECLINED-COUNT
           .
