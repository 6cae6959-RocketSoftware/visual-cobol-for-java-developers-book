      *>     the enterer's is refused cold - that is the whole
      *>     point. An approval applies the change right here,
      *>     under the REVIEWER's identity on the audit trail; a
      *>     rejection just closes the request. An approved manual
      *>     adjustment posts through the adjustment engine, which
      *>     edits it afresh - one the account can no longer take is
      *>     refused and stays pending. An approved limit increase
      *>     is measured afresh against the aggregate credit caps,
      *>     and one the customer or household can no longer take
      *>     stays pending the same way.
       program-id. ApprovalReview.

       environment division.
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "DATE.cpy" replacing ==(PREFIX)== by ==WS-EXPIRY==.
       copy "MANUAL-ADJUSTMENT.cpy" replacing ==(PREFIX)== by ==WS-MA==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-PENDING-STATUS                PIC XX.
       01 WS-ACTION-STATUS                 PIC XX.
       01 WS-TRANSACTION-STATUS            PIC XX.
       01 WS-ADJUST-STATUS                 PIC XX.
       copy "AGGREGATE-EXPOSURE.cpy"
                              replacing ==(PREFIX)== by ==WS-AX==.
       01 WS-AX-STATUS                     PIC XX.

      *> CALENDAR days a pending approval lives before it expires
      *> unactioned - the expiry walk counts every day, weekends and
               close Pending-File
               stop run
           end-if
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           if WS-TRANSACTION-STATUS <> "00"
               display "*** Could not open transaction file, status "
                       WS-TRANSACTION-STATUS
               move CLOSE-FILE to WS-FUNCTION-CODE
               call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                        by reference FILE-STATUS
               close Pending-File
               stop run
           end-if
           perform EXPIRE-STALE-REQUESTS
           perform SHOW-THE-QUEUE
           perform WORK-THE-RULINGS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           close Pending-File
           display "*** Requests expired:  " WS-EXPIRED-COUNT
           display "*** Pending shown:     " WS-QUEUE-SHOWN
                           " to " DISPLAY-RATE
                           "  by "
                           FILE-ENTERED-BY of FILE-PENDING-APPROVAL
               when FILE-REQUEST-ADJUSTMENT of FILE-PENDING-APPROVAL
                   move FILE-ADJ-AMOUNT of FILE-PENDING-APPROVAL
                                   to DISPLAY-CASH
                   display "PENDING  "
                           FILE-ENTERED-DATE of FILE-PENDING-APPROVAL
                           " "
                           FILE-ENTERED-TIME of FILE-PENDING-APPROVAL
                           " SEQ "
                           FILE-ENTRY-SEQ of FILE-PENDING-APPROVAL
                           "  ADJUST account " WS-ACCOUNT-DISPLAY
                           " "
                           FILE-ADJ-DIRECTION of FILE-PENDING-APPROVAL
                           " "
                           FILE-ADJ-TARGET of FILE-PENDING-APPROVAL
                           DISPLAY-CASH
                           " reason "
                           FILE-ADJ-REASON-CODE of FILE-PENDING-APPROVAL
                           "  by "
                           FILE-ENTERED-BY of FILE-PENDING-APPROVAL
               when other
                   display "PENDING  "
                           FILE-ENTERED-DATE of FILE-PENDING-APPROVAL
       APPLY-APPROVED-CHANGE SECTION.
           move WS-LINE-REVIEWER to WS-CALLER-ID
           call SET-AUDIT-CALLER-ID using by reference WS-CALLER-ID
           if FILE-REQUEST-ADJUSTMENT of FILE-PENDING-APPROVAL
               perform POST-APPROVED-ADJUSTMENT
               exit section
           end-if
           move FILE-ACCOUNT-ID of FILE-PENDING-APPROVAL to
                        WS-ACCOUNT-ID of WS-ACCOUNT
           move READ-FOR-UPDATE to WS-FUNCTION-CODE
               move "00" to FILE-STATUS
               exit section
           end-if
           if FILE-REQUEST-LIMIT of FILE-PENDING-APPROVAL
                   and FILE-NEW-LIMIT of FILE-PENDING-APPROVAL >
                       WS-CREDIT-LIMIT of WS-ACCOUNT
               perform CHECK-AGGREGATE-CAP
               if not WS-AX-WITHIN-AGGREGATE-CAP
                   call UNLOCK-ACCOUNT-RECORD using by reference
                                                       FILE-STATUS
                   move "00" to FILE-STATUS
                   exit section
               end-if
           end-if
           evaluate true
               when FILE-REQUEST-LIMIT of FILE-PENDING-APPROVAL
                   move FILE-NEW-LIMIT of FILE-PENDING-APPROVAL to
                   " - change posted under " WS-LINE-REVIEWER
           .

      *> The limit as approved, with every other card line the
      *> customer and their household hold, against the aggregate
      *> caps as they stand today.
       CHECK-AGGREGATE-CAP SECTION.
           initialize WS-AX-AGGREGATE-EXPOSURE
           move WS-CUSTOMER-ID of WS-ACCOUNT to WS-AX-CUSTOMER-ID
           move FILE-ACCOUNT-ID of FILE-PENDING-APPROVAL to
                        WS-AX-PROPOSED-ACCOUNT-ID
           move FILE-NEW-LIMIT of FILE-PENDING-APPROVAL to
                        WS-AX-PROPOSED-LIMIT
           call CHECK-AGGREGATE-EXPOSURE using by reference
                                             WS-AX-AGGREGATE-EXPOSURE
                                             WS-AX-STATUS
           evaluate true
               when WS-AX-STATUS <> "00"
                   move "C" to WS-AX-EXPOSURE-RESULT
                   perform REFUSE-RULING
                   display "    aggregate exposure not measured, "
                           "status " WS-AX-STATUS
               when WS-AX-OVER-CUSTOMER-CAP
                   perform REFUSE-RULING
                   display "    customer would pass the aggregate "
                           "credit cap"
               when WS-AX-OVER-HOUSEHOLD-CAP
                   perform REFUSE-RULING
                   display "    household would pass the aggregate "
                           "credit cap"
           end-evaluate
           .

      *> The enterer stays on the register as the one who keyed it,
      *> the reviewer as the one who let it over the limit.
       POST-APPROVED-ADJUSTMENT SECTION.
           initialize WS-MA-MANUAL-ADJUSTMENT
           move FILE-ACCOUNT-ID of FILE-PENDING-APPROVAL to
                        WS-MA-ADJ-ACCOUNT-ID
           move FILE-ADJ-DIRECTION of FILE-PENDING-APPROVAL to
                        WS-MA-ADJ-DIRECTION
           move FILE-ADJ-TARGET of FILE-PENDING-APPROVAL to
                        WS-MA-ADJ-TARGET
           move FILE-ADJ-AMOUNT of FILE-PENDING-APPROVAL to
                        WS-MA-ADJ-AMOUNT
           move FILE-ADJ-REASON-CODE of FILE-PENDING-APPROVAL to
                        WS-MA-ADJ-REASON-CODE
           move FILE-ENTERED-BY of FILE-PENDING-APPROVAL to
                        WS-MA-ADJ-ENTERED-BY
           move WS-LINE-REVIEWER to WS-MA-ADJ-APPROVED-BY
           set WS-MA-ADJ-MODE-POST to true
           call POST-MANUAL-ADJUSTMENT using by reference
                                              WS-MA-MANUAL-ADJUSTMENT
                                              WS-ADJUST-STATUS
           if WS-ADJUST-STATUS <> "00"
               perform REFUSE-RULING
               display "    adjustment not posted - "
                       WS-ADJUST-STATUS " " WS-MA-ADJ-REFUSAL-REASON
               exit section
           end-if
           set FILE-APPROVAL-APPROVED of FILE-PENDING-APPROVAL to true
           move WS-LINE-REVIEWER to
                        FILE-ACTIONED-BY of FILE-PENDING-APPROVAL
           move WS-TODAY to
                        FILE-ACTIONED-DATE of FILE-PENDING-APPROVAL
           rewrite FILE-PENDING-APPROVAL
           add 1 to WS-APPROVED-COUNT
           display "APPROVED  " ACTION-LINE(1:30)
                   " - adjustment posted under " WS-LINE-REVIEWER
           .

       REFUSE-RULING SECTION.
           add 1 to WS-REFUSED-COUNT
           display "REFUSED  " ACTION-LINE(1:40)
