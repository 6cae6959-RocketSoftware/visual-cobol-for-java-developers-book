      *> sold, accounts with an open transaction dispute, and
      *> accounts under the bankruptcy stay. The media file carries
      *> one ACCT record per account (ledger figures plus the
      *> debtor's identity off the customer file, the tax id
      *> revealed through the audited REVEAL-CUSTOMER-PII entry and
      *> left blank where it cannot be) followed by its TXN
      *> history rows, and a trailer with the count and the
      *> outstanding total - the figures the sale contract recites.
      *> Once MODE C has marked a row sold, RecoveryPosting refuses
      *> money against it and the bureau extract flips the account

       78 SALE-CALLER-ID                   VALUE "DEBT-SALE".
       01 WS-CALLER-ID                     PIC X(20).
       01 WS-REVEAL-STATUS                 PIC XX.

       01 WS-TODAY                         PIC 9(08).

           .

       CONSIDER-ONE-ROW SECTION.
           if WS-CHG-SOLD-TO-THIRD-PARTY or WS-CHG-SETTLED-FOR-LESS
               exit section
           end-if
           if WS-CHG-CHARGE-OFF-DATE > WS-CUTOFF-DATE
                        by reference WS-CUST-CUSTOMER-RECORD
                                     WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS = "00"
               call REVEAL-CUSTOMER-PII using by reference
                                        WS-CUST-CUSTOMER-RECORD
                                        WS-REVEAL-STATUS
               if WS-REVEAL-STATUS = "00"
                   move WS-CUST-TAX-ID to MED-TAX-ID
               else
                   display "*** Tax id not revealed for account "
                           MED-ACCOUNT-ID ", status " WS-REVEAL-STATUS
               end-if
               move WS-CUST-LAST-NAME of WS-CUST-CUSTOMER-RECORD
                                   to MED-LAST-NAME
               move WS-CUST-FIRST-NAME to MED-FIRST-NAME
