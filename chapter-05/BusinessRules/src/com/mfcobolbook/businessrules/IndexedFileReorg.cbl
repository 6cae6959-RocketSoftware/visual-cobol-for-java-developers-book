               record key is FILE-ACCOUNT-ID of FILE-ACCOUNT
               alternate record key is FILE-CUSTOMER-ID of FILE-ACCOUNT
                                                        with duplicates
               alternate record key is FILE-COMPANY-ID of FILE-ACCOUNT
                                                        with duplicates
               .
           select Account-Out-File assign to external
                                               reorgAccountFile
               record key is OUT-ACCOUNT-ID of OUT-ACCOUNT
               alternate record key is OUT-CUSTOMER-ID of OUT-ACCOUNT
                                                        with duplicates
               alternate record key is OUT-COMPANY-ID of OUT-ACCOUNT
                                                        with duplicates
               .
           select Customer-File assign to external customerFile
               file status is WS-LIVE-STATUS
