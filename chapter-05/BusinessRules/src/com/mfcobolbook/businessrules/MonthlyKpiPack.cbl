                                                   FILE-STATUS
           perform READ-NEXT-ACCOUNT
           perform until FILE-STATUS <> "00"
               if WS-ACCOUNT-OPEN and not WS-TYPE-DEPOSIT
                   add 1 to WS-ACTIVE-COUNT
                   if WS-BALANCE of WS-ACCOUNT > 0
                       add WS-BALANCE of WS-ACCOUNT
               compute WS-CHARGEOFF-TOTAL = WS-CHARGEOFF-TOTAL
                       + WS-CHG-CHARGED-OFF-AMOUNT
                       - WS-CHG-RECOVERED-TO-DATE
                       - WS-CHG-FORGIVEN-AMOUNT
               perform READ-NEXT-LEDGER
           end-perform
           move "00" to WS-CHARGEOFF-STATUS
