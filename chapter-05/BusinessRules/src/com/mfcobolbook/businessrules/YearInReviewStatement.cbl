      *> report file, honouring the customer's CONTACT-PREFERENCE:
      *> electronic-only customers get an extract row for the
      *> delivery vendor instead of paper, the same split the
      *> month-end statements make. A customer whose address is
      *> flagged undeliverable gets no paper: the extract row goes
      *> instead where the preference takes electronic delivery as
      *> well, and otherwise the summary is withheld and counted.
       program-id. YearInReviewStatement.

       environment division.

       01 WS-STATEMENTS-PRINTED            PIC 9(6) COMP-5 VALUE 0.
       01 WS-E-DELIVERIES                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-STATEMENTS-WITHHELD           PIC 9(6) COMP-5 VALUE 0.
       01 WS-OUT-LINE                      PIC X(100).
       01 DISPLAY-CASH                     PIC -Z(12)9.99.
       01 DISPLAY-ID                       PIC Z(9)9.
           display "*** Paper statements printed:  "
                   WS-STATEMENTS-PRINTED
           display "*** Electronic deliveries:     " WS-E-DELIVERIES
           display "*** Withheld, undeliverable:   "
                   WS-STATEMENTS-WITHHELD
           stop run.

       DETERMINE-TARGET-YEAR SECTION.
                                                   FILE-STATUS
           perform READ-NEXT-ACCOUNT
           perform until FILE-STATUS <> "00"
               if WS-ACCOUNT-OPEN and not WS-TYPE-DEPOSIT
                   perform REVIEW-ONE-ACCOUNT
               end-if
               perform READ-NEXT-ACCOUNT
      *> vendor gets the extract row instead, the same preference
      *> split the month-end statements honour.
       DELIVER-THE-SUMMARY SECTION.
           move space to WS-PREF-DELIVERY-CHANNEL
           if PREFERENCE-FILE-IS-AVAILABLE
               move WS-CUSTOMER-ID of WS-ACCOUNT to
                    WS-PREF-CUSTOMER-ID of WS-PREF-CONTACT-PREFERENCE
               call FIND-PREFERENCE-BY-CUSTOMER using
                             by reference WS-PREF-CONTACT-PREFERENCE
                                          WS-PREFERENCE-STATUS
               if WS-PREFERENCE-STATUS <> "00"
                   move space to WS-PREF-DELIVERY-CHANNEL
               end-if
               move "00" to WS-PREFERENCE-STATUS
           end-if
           move WS-CUSTOMER-ID of WS-ACCOUNT to
                    WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
           call FIND-CUSTOMER-ID using by value START-READ
                        by reference WS-CUST-CUSTOMER-RECORD
                                     WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               move "N" to WS-CUST-ADDRESS-UNDELIVERABLE-FLAG
           end-if
           move "00" to WS-CUSTOMER-STATUS
           evaluate true
               when WS-PREF-DELIVERY-ELECTRONIC
                   perform WRITE-EDELIVERY-ROW
               when WS-CUST-ADDRESS-IS-UNDELIVERABLE
                       and WS-PREF-DELIVERY-BOTH
                   perform WRITE-EDELIVERY-ROW
               when WS-CUST-ADDRESS-IS-UNDELIVERABLE
                   add 1 to WS-STATEMENTS-WITHHELD
                   move WS-ACCOUNT-ID of WS-ACCOUNT to DISPLAY-ID
                   display "*** Summary withheld - address "
                           "undeliverable, account " DISPLAY-ID
               when other
                   perform PRINT-THE-SUMMARY
                   add 1 to WS-STATEMENTS-PRINTED
           end-evaluate
           .

       WRITE-EDELIVERY-ROW SECTION.
           move WS-ACCOUNT-ID of WS-ACCOUNT to ED-ACCOUNT-ID
           move WS-CUSTOMER-ID of WS-ACCOUNT to ED-CUSTOMER-ID
           move WS-TARGET-YEAR to ED-TARGET-YEAR
           write EDELIVERY-RECORD
           add 1 to WS-E-DELIVERIES
           .

       PRINT-THE-SUMMARY SECTION.
