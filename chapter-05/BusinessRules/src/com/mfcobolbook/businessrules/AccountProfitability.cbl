                                                   FILE-STATUS
           perform READ-NEXT-ACCOUNT
           perform until FILE-STATUS <> "00"
               if not WS-TYPE-DEPOSIT
                   perform MEASURE-ONE-ACCOUNT
               end-if
               perform READ-NEXT-ACCOUNT
