                                                   FILE-STATUS
           perform READ-NEXT-ACCOUNT
           perform until FILE-STATUS <> "00"
               if WS-ACCOUNT-OPEN and not WS-TYPE-DEPOSIT
                   perform PROJECT-ONE-ACCOUNT
               end-if
               perform READ-NEXT-ACCOUNT
