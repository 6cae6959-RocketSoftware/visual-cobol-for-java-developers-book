           move NCO-NEW-CITY to WS-CUST-CITY
           move NCO-NEW-STATE to WS-CUST-STATE
           move NCO-NEW-ZIP to WS-CUST-ZIP-CODE
           move WS-TODAY to WS-CUST-ADDRESS-CHANGED-DATE
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-CUSTOMER-RECORD using by value WS-FUNCTION-CODE
                        by reference WS-CUST-CUSTOMER-RECORD
