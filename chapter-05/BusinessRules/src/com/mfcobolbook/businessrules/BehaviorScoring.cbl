                                                   FILE-STATUS
           perform READ-NEXT-ACCOUNT
           perform until FILE-STATUS <> "00"
               if WS-ACCOUNT-OPEN and not WS-TYPE-DEPOSIT
                   perform SCORE-ONE-ACCOUNT
               else
                   add 1 to WS-ACCOUNTS-SKIPPED
