      *> BROKEN here. Accounts back under control (no missed
      *> payments) have their case closed out by being aged to zero
      *> buckets and priority 9, which drops them to the bottom of
      *> everyone's list while keeping the history visible. An
      *> account placed with an outside agency keeps aging - the
      *> placement and recall pass reads its buckets - but its case
      *> is dealt to the agency's code, never to a collector here.
       program-id. CollectionsAging.

       environment division.
      *> missed payments and no case on file needs nothing; one with
      *> a case is aged to zero so the collector sees it resolved.
       AGE-ACCOUNT SECTION.
      *>   A deposit account has no payment obligation to fall behind
      *>   on - the collections machinery does not apply.
           if WS-TYPE-DEPOSIT
               exit section
           end-if
      *>   The bankruptcy stay keeps the account out of the work
           end-if
           perform REFRESH-CASE-BUCKETS
           perform CHECK-PROMISE-EXPIRY
           if WS-AGENCY-CODE of WS-ACCOUNT <> spaces
               move WS-AGENCY-CODE of WS-ACCOUNT
                                      to WS-CASE-COLLECTOR-ID
               perform SAVE-CASE
               exit section
           end-if
           perform SAVE-CASE
           if WS-MISSED-PAYMENT-COUNT > 0
               if QUEUE-COUNT < QUEUE-TABLE-MAX
