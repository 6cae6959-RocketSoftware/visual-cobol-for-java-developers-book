
       78 ESCHEAT-CALLER-ID                VALUE "ESCHEATMENT".
       01 WS-CALLER-ID                     PIC X(20).
       01 WS-REVEAL-STATUS                 PIC XX.
       78 DEFAULT-HOLDING-YEARS            VALUE 5.
      *> Days the due-diligence letter must sit unanswered before
      *> the remittance may go to the state.
      *> remitted. The amount
      *> remitted is the credit as it stands tonight, not as it
      *> stood when the letter went out - partial claims since then
      *> shrink what the state gets. The owner's tax id goes to the
      *> state in clear, revealed through the audited
      *> REVEAL-CUSTOMER-PII entry; an owner who cannot be revealed
      *> leaves the case waiting for the next run, nothing posted.
       REMIT-TO-STATE SECTION.
           compute WS-ESCHEAT-AMOUNT = 0 - WS-BALANCE of WS-ACCOUNT
           if WS-ESCHEAT-AMOUNT not > 0
               add 1 to WS-CASES-CLOSED
               exit section
           end-if
           call REVEAL-CUSTOMER-PII using by reference
                                        WS-CUST-CUSTOMER-RECORD
                                        WS-REVEAL-STATUS
           if WS-REVEAL-STATUS <> "00"
               display "*** Owner tax id not revealed for account "
                       WS-ACCOUNT-ID of WS-ACCOUNT
                       ", status " WS-REVEAL-STATUS
                       " - remittance held"
               exit section
           end-if
           move READ-FOR-UPDATE to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
