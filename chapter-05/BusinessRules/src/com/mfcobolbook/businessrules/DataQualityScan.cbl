           end-if
           if RL-ENABLED-FLAG(6) = "Y"
                   and WS-ACCOUNT-OPEN
                   and not WS-TYPE-DEPOSIT
                   and WS-CREDIT-LIMIT of WS-ACCOUNT = 0
               move "A002" to WS-THIS-RULE
               perform RAISE-EXCEPTION
