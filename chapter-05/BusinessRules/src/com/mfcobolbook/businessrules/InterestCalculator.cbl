               if not WS-RATE-IS-INDEXED of WS-ACCOUNT
                   perform APPLY-PENDING-RATE-CHANGE
               end-if
      *>       A relationship tier's discount comes off the purchase
      *>       APR in force - indexed or fixed - for as long as the
      *>       account holds the tier, never below zero. Cash and
      *>       promotional pricing are not discounted.
               if WS-REL-APR-DISCOUNT of WS-ACCOUNT > 0
                   if WS-REL-APR-DISCOUNT of WS-ACCOUNT < WS-APR
                       subtract WS-REL-APR-DISCOUNT of WS-ACCOUNT
                                                       from WS-APR
                   else
                       move 0 to WS-APR
                   end-if
               end-if
      *>       A promotional/introductory APR overrides the account's
      *>       normal APR for any cycle starting on or before the
      *>       promo's expiry date - once the cycle start date passes
