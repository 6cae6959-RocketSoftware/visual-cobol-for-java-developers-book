      *> and a new three-year expiry, and queues the replacement on
      *> the embossing extract. The replacement is issued before the
      *> customer's plastic stops working, which is the whole point
      *> of running this monthly rather than on expiry day. Each
      *> reissue is logged for the account updater, so merchants
      *> billing the old card on file pick up the new expiry.
       program-id. CardExpirySweep.

       environment division.

       01 WS-CARDS-SCANNED                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-CARDS-REISSUED                PIC 9(6) COMP-5 VALUE 0.
       01 WS-TOKEN-EVENT                   PIC X(01).
       01 WS-TOKENS-CHANGED                PIC 9(6) COMP-5.
       01 WS-TOKEN-STATUS                  PIC XX.
       01 WS-WALLET-TOKENS-MOVED           PIC 9(6) COMP-5 VALUE 0.
       copy "CARD-CHANGE.cpy" replacing ==(PREFIX)== by ==WS-CHG==.
       01 WS-CHANGE-STATUS                 PIC XX.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           end-if
           display "*** Cards scanned:  " WS-CARDS-SCANNED
           display "*** Cards reissued: " WS-CARDS-REISSUED
           display "*** Wallet tokens moved: " WS-WALLET-TOKENS-MOVED
           stop run.

       OPEN-FILES SECTION.
           if not WS-CARD-CARD-ACTIVE
               exit section
           end-if
      *>   A replacement already cut for this card (a breach mass
      *>   reissue) is in the mail; its activation retires this one.
           if WS-CARD-REPLACEMENT-CARD-NUMBER > 0
               exit section
           end-if
           compute WS-EXPIRY-MONTHS =
               (WS-CARD-CARD-EXPIRY-YEAR * 12)
                                  + WS-CARD-CARD-EXPIRY-MONTH
           move WS-TODAY-MONTH to WS-NEW-CARD-EXPIRY-MONTH
           set WS-NEW-CARD-ACTIVE to true
           move WS-TODAY to WS-NEW-CARD-ISSUED-DATE
      *>   The PIN belongs to the cardholder, not the plastic - the
      *>   replacement verifies the same PIN, block and all.
           move WS-CARD-PIN-VERIFY-VALUE to WS-NEW-PIN-VERIFY-VALUE
           move WS-CARD-PIN-STATUS to WS-NEW-PIN-STATUS
           move WS-CARD-PIN-FAIL-COUNT to WS-NEW-PIN-FAIL-COUNT
           move WS-CARD-PIN-CHANGED-DATE to WS-NEW-PIN-CHANGED-DATE
           move WRITE-RECORD to WS-FUNCTION-CODE
           call WRITE-CARD-RECORD using by value WS-FUNCTION-CODE
                                 by reference WS-NEW-CARD-RECORD
           end-if
           move "R" to FILE-EMBOSS-REASON
           perform WRITE-EMBOSS-ROW
           perform MOVE-WALLET-TOKENS
           perform LOG-CARD-CHANGE
           add 1 to WS-CARDS-REISSUED
           .

      *> Wallet tokens on the old card follow the customer to the
      *> replacement - the network is sent a PAN update for each.
       MOVE-WALLET-TOKENS SECTION.
           move "U" to WS-TOKEN-EVENT
           call SEND-TOKEN-LIFECYCLE using by reference
                                             WS-TOKEN-EVENT
                                             WS-CARD-CARD-RECORD
                                             WS-NEW-CARD-RECORD
                                             WS-TODAY
                                             WS-TOKENS-CHANGED
                                             WS-TOKEN-STATUS
           add WS-TOKENS-CHANGED to WS-WALLET-TOKENS-MOVED
           if WS-TOKEN-STATUS <> "00"
               display "*** Wallet token update failed for account "
                       WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD
                       " status " WS-TOKEN-STATUS
           end-if
           .

      *> Merchants holding the old card on file learn the new number
      *> and expiry through the network's account updater.
       LOG-CARD-CHANGE SECTION.
           move WS-TODAY to WS-CHG-CHANGE-DATE
           set WS-CHG-CHANGE-REPLACED to true
           set WS-CHG-CHANGE-EXPIRY to true
           move WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD
                                        to WS-CHG-CHANGE-ACCOUNT-ID
           move WS-CARD-CARD-NUMBER of WS-CARD-CARD-RECORD
                                        to WS-CHG-OLD-CARD-NUMBER
           move WS-NEW-CARD-NUMBER of WS-NEW-CARD-RECORD
                                        to WS-CHG-NEW-CARD-NUMBER
           move WS-NEW-CARD-EXPIRY of WS-NEW-CARD-RECORD
                                        to WS-CHG-NEW-CARD-EXPIRY
           call RECORD-CARD-CHANGE using by reference
                                             WS-CHG-CARD-CHANGE
                                             WS-CHANGE-STATUS
           if WS-CHANGE-STATUS <> "00"
               display "*** Card change log failed for account "
                       WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD
                       " status " WS-CHANGE-STATUS
           end-if
           .

      *> Same emboss-row construction as CardIssuance - name looked
      *> up through the card's account and customer.
       WRITE-EMBOSS-ROW SECTION.
