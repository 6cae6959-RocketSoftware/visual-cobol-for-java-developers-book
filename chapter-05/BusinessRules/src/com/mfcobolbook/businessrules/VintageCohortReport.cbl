                                                   FILE-STATUS
           perform READ-NEXT-ACCOUNT
           perform until FILE-STATUS <> "00"
               if not WS-TYPE-DEPOSIT
                       and WS-YEAR of WS-ACCOUNT > 0
                   perform BUCKET-ONE-ACCOUNT
               end-if
