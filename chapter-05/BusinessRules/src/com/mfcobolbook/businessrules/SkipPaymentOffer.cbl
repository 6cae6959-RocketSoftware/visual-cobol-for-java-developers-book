           if not WS-ACCOUNT-OPEN
               exit section
           end-if
           if WS-TYPE-DEPOSIT
               exit section
           end-if
           if WS-MISSED-PAYMENT-COUNT of WS-ACCOUNT > 0
