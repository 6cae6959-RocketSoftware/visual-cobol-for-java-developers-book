           if not WS-ACCOUNT-OPEN
               exit section
           end-if
      *>   A deposit account IS a standing credit balance - its
      *>   money sits on deposit by design and is never swept back.
           if WS-TYPE-DEPOSIT
               exit section
           end-if
           compute WS-REFUND-AMOUNT = 0 - WS-BALANCE
