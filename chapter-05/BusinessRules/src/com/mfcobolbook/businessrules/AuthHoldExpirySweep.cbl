      *> the normal end of an authorization the merchant never
      *> completed - the sweep is what keeps abandoned hotel
      *> pre-authorizations from pinning a customer's limit for
      *> ever. A payment hold past the last day of its clearing
      *> period is the payment having cleared: it is marked
      *> RELEASED rather than expired, and counted apart.
       program-id. AuthHoldExpirySweep.

       data division.
       01 WS-HOLDS-READ                    PIC 9(8) COMP-5 VALUE 0.
       01 WS-HOLDS-EXPIRED                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-EXPIRED-TOTAL                 PIC S9(14)V99 VALUE 0.
       01 WS-PAYMENT-HOLDS-CLEARED         PIC 9(6) COMP-5 VALUE 0.
       01 WS-CLEARED-TOTAL                 PIC S9(14)V99 VALUE 0.
       01 DISPLAY-CASH                     PIC -Z(13)9.99.

       procedure division.
           display "*** Holds expired: " WS-HOLDS-EXPIRED
           move WS-EXPIRED-TOTAL to DISPLAY-CASH
           display "*** Open-to-buy restored: " DISPLAY-CASH
           display "*** Payment holds cleared: "
                   WS-PAYMENT-HOLDS-CLEARED
           move WS-CLEARED-TOTAL to DISPLAY-CASH
           display "*** Payment credit released: " DISPLAY-CASH
           stop run.

       SWEEP-ALL-HOLDS SECTION.
           .

       EXPIRE-ONE-HOLD SECTION.
           if WS-HLD-HOLD-FOR-PAYMENT
               set WS-HLD-HOLD-RELEASED to true
           else
               set WS-HLD-HOLD-EXPIRED to true
           end-if
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-AUTH-HOLD using by value WS-FUNCTION-CODE
                              by reference WS-HLD-AUTH-HOLD
                                           WS-HOLD-STATUS
           if WS-HOLD-STATUS = "00" or WS-HOLD-STATUS = "02"
               if WS-HLD-HOLD-FOR-PAYMENT
                   add 1 to WS-PAYMENT-HOLDS-CLEARED
                   add WS-HLD-HOLD-AMOUNT to WS-CLEARED-TOTAL
               else
                   add 1 to WS-HOLDS-EXPIRED
                   add WS-HLD-HOLD-AMOUNT to WS-EXPIRED-TOTAL
               end-if
           end-if
           move "00" to WS-HOLD-STATUS
           .
