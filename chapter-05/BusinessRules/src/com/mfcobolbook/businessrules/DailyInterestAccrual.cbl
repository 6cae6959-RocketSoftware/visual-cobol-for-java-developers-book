      *> date was accrued by an earlier run of this pass.
       ACCRUE-FOR-ACCOUNT SECTION.
           if not WS-ACCOUNT-OPEN
                   or WS-TYPE-DEPOSIT
                   or WS-TYPE-CHARGE-CARD
               add 1 to WS-ACCOUNTS-SKIPPED
               exit section
