               exit section
           end-if
           perform FETCH-STATEMENT-ACCOUNT
           if not CACHED-ACCOUNT-IS-VALID or WS-TYPE-DEPOSIT
               add 1 to WS-CYCLES-SKIPPED
               exit section
           end-if
