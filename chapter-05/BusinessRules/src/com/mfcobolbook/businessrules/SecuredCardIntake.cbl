      *> An account that already holds a deposit is rejected; top-ups
      *> are a product we don't sell. The held deposit is also what
      *> blocks CLOSE-ACCOUNT-RECORD until graduation refunds it or
      *> collections applies it. A deposit whose limit would take
      *> the customer, or the household around them, past the
      *> aggregate credit cap is rejected before anything is held.
       program-id. SecuredCardIntake.

       environment division.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-COLLATERAL-STATUS             PIC XX.
       01 WS-INTAKE-STATUS                 PIC XX.
       copy "AGGREGATE-EXPOSURE.cpy"
                              replacing ==(PREFIX)== by ==WS-AX==.
       01 WS-AX-STATUS                     PIC XX.

       01 WS-TODAY                         PIC 9(08).

               perform REJECT-LINE
               exit section
           end-if
           if WS-LINE-AMOUNT > WS-CREDIT-LIMIT
               perform CHECK-AGGREGATE-CAP
               if not WS-AX-WITHIN-AGGREGATE-CAP
                   call UNLOCK-ACCOUNT-RECORD using by reference
                                                       FILE-STATUS
                   perform REJECT-LINE
                   exit section
               end-if
           end-if
           move WS-LINE-ACCOUNT-ID to WS-COL-ACCOUNT-ID
           move WS-LINE-AMOUNT to WS-COL-DEPOSIT-AMOUNT
           move WS-LINE-DATE to WS-COL-DATE-RECEIVED
                   "  limit set to match"
           .

      *> The limit the deposit would set, with every other card line
      *> the customer and their household hold, against the
      *> aggregate caps.
       CHECK-AGGREGATE-CAP SECTION.
           initialize WS-AX-AGGREGATE-EXPOSURE
           move WS-CUSTOMER-ID of WS-ACCOUNT to WS-AX-CUSTOMER-ID
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                        WS-AX-PROPOSED-ACCOUNT-ID
           move WS-LINE-AMOUNT to WS-AX-PROPOSED-LIMIT
           call CHECK-AGGREGATE-EXPOSURE using by reference
                                             WS-AX-AGGREGATE-EXPOSURE
                                             WS-AX-STATUS
           evaluate true
               when WS-AX-STATUS <> "00"
                   move "C" to WS-AX-EXPOSURE-RESULT
                   display "*** Aggregate exposure not measured for "
                           "account " WS-LINE-ACCOUNT-ID " status "
                           WS-AX-STATUS
               when WS-AX-OVER-CUSTOMER-CAP
                   display "*** Deposit limit puts the customer over "
                           "the aggregate credit cap: "
                           WS-LINE-ACCOUNT-ID
               when WS-AX-OVER-HOUSEHOLD-CAP
                   display "*** Deposit limit puts the household over "
                           "the aggregate credit cap: "
                           WS-LINE-ACCOUNT-ID
           end-evaluate
           .

       REJECT-LINE SECTION.
           add 1 to WS-LINES-REJECTED
           display "*** Intake line rejected: " INTAKE-LINE
