
       01 WS-ACCOUNTS-SCANNED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-ACCOUNTS-EARNED               PIC 9(6) COMP-5 VALUE 0.
       01 WS-ACCOUNTS-DECEASED             PIC 9(6) COMP-5 VALUE 0.
       01 DISPLAY-CASH                     PIC -Z(12)9.99.

       procedure division.
           end-if
           display "*** Accounts scanned: " WS-ACCOUNTS-SCANNED
           display "*** Accounts earning rewards: " WS-ACCOUNTS-EARNED
           display "*** Deceased accounts skipped: "
                   WS-ACCOUNTS-DECEASED
           stop run.

       OPEN-FILES SECTION.
           if not WS-ACCOUNT-OPEN
               exit section
           end-if
      *>   A deceased holder's account stops earning from the date
      *>   of death the restriction carries - the estate inherits
      *>   what was earned, not a balance that keeps growing.
           if WS-RESTRICTED-DECEASED
                   and WS-RESTRICTION-START-DATE <= WS-TODAY
                   and (WS-RESTRICTION-END-DATE = 0
                        or WS-RESTRICTION-END-DATE >= WS-TODAY)
               add 1 to WS-ACCOUNTS-DECEASED
               exit section
           end-if
           perform LOOKUP-EARN-RATE
           if not EARN-RATE-WAS-FOUND
               exit section
       EARN-ON-ONE-TRANSACTION SECTION.
      *>   Only genuine spend earns: billed fees and installment
      *>   billing (linked rows), balance transfers, the annual
      *>   fee, the deferred-interest retro charge, the interest
      *>   rebill correction and manual adjustments are money
      *>   movement or our own billing, not purchases, and Marketing
      *>   does not pay rewards on them.
           if WS-TRANS-DATE of WS-TRANSACTION-RECORD
                              <= WS-RWD-LAST-ACCRUAL-DATE
              or WS-TRANS-DATE of WS-TRANSACTION-RECORD >= WS-TODAY
                              = "DEFERRED INTEREST"
              or WS-DESCRIPTION of WS-TRANSACTION-RECORD(1:26)
                              = "INTEREST REBILL ADJUSTMENT"
              or WS-DESCRIPTION of WS-TRANSACTION-RECORD(1:17)
                              = "MANUAL ADJUSTMENT"
               exit section
           end-if
           compute WS-EARNED-POINTS rounded = WS-EARNED-POINTS +
