      *> last name (30), notice date (8). The debtor is matched on
      *> tax id AND last name against the customer file - one
      *> without the other reports for manual review rather than
      *> staying the wrong customer's accounts. The stored tax id
      *> is enciphered, so only a customer whose last name already
      *> agrees has it revealed - through the audited
      *> REVEAL-CUSTOMER-PII entry, which needs PII-REVEAL for the
      *> caller id below - to be compared. On a filing:
      *>   - every account of the debtor takes the B restriction
      *>     (the stay), which stops fees, the nightly accrual, the
      *>     month-end billing and the collections queue, and flips

       78 BK-CALLER-ID                     VALUE "BANKRUPTCY".
       01 WS-CALLER-ID                     PIC X(20).
       01 WS-REVEAL-STATUS                 PIC XX.

       01 WS-TODAY                         PIC 9(08).

                                     WS-CUSTOMER-STATUS
           perform READ-NEXT-CUSTOMER
           perform until WS-CUSTOMER-STATUS <> "00"
               move "99" to WS-REVEAL-STATUS
               if WS-CUST-LAST-NAME of WS-CUST-CUSTOMER-RECORD
                                   = NTC-LAST-NAME
                   call REVEAL-CUSTOMER-PII using by reference
                                        WS-CUST-CUSTOMER-RECORD
                                        WS-REVEAL-STATUS
               end-if
               if WS-REVEAL-STATUS = "00"
                   and WS-CUST-TAX-ID = NTC-TAX-ID
                   set DEBTOR-WAS-MATCHED to true
                   move WS-CUST-CUSTOMER-ID
                           of WS-CUST-CUSTOMER-RECORD
