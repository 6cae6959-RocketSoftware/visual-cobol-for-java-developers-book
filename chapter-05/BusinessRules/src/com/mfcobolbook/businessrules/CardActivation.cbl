      *> when the card exists, still sits ISSUED-NOT-ACTIVATED, and
      *> the keyed digits match the last four of the owning
      *> customer's tax id - the proof the envelope reached the
      *> right hands. The tax id is held enciphered and is revealed
      *> for the check through the audited REVEAL-CUSTOMER-PII entry,
      *> so this run's caller id must hold PII-REVEAL; a tax id that
      *> cannot be revealed matches nothing. Activation flips the
      *> card ACTIVE through the audited card write, and
      *> AUTHORIZE-TRANSACTION starts
      *> approving it the same moment. A breach mass-reissue
      *> replacement names the compromised card it replaces, which
      *> was left working until now: activating the replacement
      *> marks that card REISSUED, moves its wallet tokens and logs
      *> the change for the account updater.
      *> After the feed, the stale-card sweep walks the card file
      *> and reports every card still unactivated past the aging
      *> window after its issue date - plastic that never reached
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CUST==.
       copy "DATE.cpy" replacing ==(PREFIX)== by ==WS-STALE==.
       copy "CARD-RECORD.cpy" replacing ==(PREFIX)== by ==WS-OLD==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
       01 WS-TOKEN-LOOKUP                  PIC 9(16).
       01 WS-VAULT-STATUS                  PIC XX.
       01 WS-TAX-ID-LAST4                  PIC X(04).
       01 WS-REVEAL-STATUS                 PIC XX.
      *> Card numbers never land on the run log in full - the log
      *> shows last-four only, with the account id alongside where
      *> the card is on file.
       01 WS-MISMATCHES                    PIC 9(6) COMP-5 VALUE 0.
       01 WS-REJECTS                       PIC 9(6) COMP-5 VALUE 0.
       01 WS-STALE-CARDS                   PIC 9(6) COMP-5 VALUE 0.
       01 WS-CARDS-RETIRED                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-TOKEN-EVENT                   PIC X(01).
       01 WS-TOKENS-CHANGED                PIC 9(6) COMP-5.
       01 WS-TOKEN-STATUS                  PIC XX.
       01 WS-WALLET-TOKENS-MOVED           PIC 9(6) COMP-5 VALUE 0.
       copy "CARD-CHANGE.cpy" replacing ==(PREFIX)== by ==WS-CHG==.
       01 WS-CHANGE-STATUS                 PIC XX.

       procedure division.
           move ACTIVATION-CALLER-ID to WS-CALLER-ID
           display "*** Identity mismatches: " WS-MISMATCHES
           display "*** Lines rejected:      " WS-REJECTS
           display "*** Stale unactivated:   " WS-STALE-CARDS
           display "*** Replaced cards retired: " WS-CARDS-RETIRED
           display "*** Wallet tokens moved: " WS-WALLET-TOKENS-MOVED
           stop run.

       OPEN-FILES SECTION.
                       WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD
                       "  at " FEED-ACTIVATION-DATE
                       FEED-ACTIVATION-TIME
               if WS-CARD-REPLACES-CARD-NUMBER > 0
                   perform RETIRE-REPLACED-CARD
               end-if
           else
               add 1 to WS-REJECTS
               display "*** Activation rewrite failed, status "
           move "00" to WS-CARD-FILE-STATUS
           .

      *> The compromised card the activated one replaces, if it is
      *> still usable - a card lost or stolen since stays as it is.
      *> Its wallet tokens follow the customer to the new plastic.
       RETIRE-REPLACED-CARD SECTION.
           move WS-CARD-REPLACES-CARD-NUMBER to WS-OLD-CARD-NUMBER
           call FIND-CARD-BY-NUMBER using by reference
                                             WS-OLD-CARD-RECORD
                                             WS-CARD-FILE-STATUS
           if WS-CARD-FILE-STATUS <> "00"
                   or not WS-OLD-CARD-USABLE-OR-COMING
               move "00" to WS-CARD-FILE-STATUS
               exit section
           end-if
           set WS-OLD-CARD-REISSUED to true
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-CARD-RECORD using by value WS-FUNCTION-CODE
                                 by reference WS-OLD-CARD-RECORD
                                              WS-CARD-FILE-STATUS
           if WS-CARD-FILE-STATUS <> "00"
                   and WS-CARD-FILE-STATUS <> "02"
               display "*** Could not retire replaced card for "
                       "account "
                       WS-OLD-ACCOUNT-ID of WS-OLD-CARD-RECORD
                       " status " WS-CARD-FILE-STATUS
               move "00" to WS-CARD-FILE-STATUS
               exit section
           end-if
           move "00" to WS-CARD-FILE-STATUS
           add 1 to WS-CARDS-RETIRED
           move "U" to WS-TOKEN-EVENT
           call SEND-TOKEN-LIFECYCLE using by reference
                                             WS-TOKEN-EVENT
                                             WS-OLD-CARD-RECORD
                                             WS-CARD-CARD-RECORD
                                             WS-TODAY
                                             WS-TOKENS-CHANGED
                                             WS-TOKEN-STATUS
           add WS-TOKENS-CHANGED to WS-WALLET-TOKENS-MOVED
           if WS-TOKEN-STATUS <> "00"
               display "*** Wallet token update failed for account "
                       WS-OLD-ACCOUNT-ID of WS-OLD-CARD-RECORD
                       " status " WS-TOKEN-STATUS
           end-if
      *>   Merchants billing the compromised card on file learn the
      *>   replacement through the network's account updater.
           move WS-TODAY to WS-CHG-CHANGE-DATE
           set WS-CHG-CHANGE-REPLACED to true
           set WS-CHG-CHANGE-COMPROMISE to true
           move WS-OLD-ACCOUNT-ID of WS-OLD-CARD-RECORD
                                        to WS-CHG-CHANGE-ACCOUNT-ID
           move WS-OLD-CARD-NUMBER of WS-OLD-CARD-RECORD
                                        to WS-CHG-OLD-CARD-NUMBER
           move WS-CARD-CARD-NUMBER of WS-CARD-CARD-RECORD
                                        to WS-CHG-NEW-CARD-NUMBER
           move WS-CARD-CARD-EXPIRY of WS-CARD-CARD-RECORD
                                        to WS-CHG-NEW-CARD-EXPIRY
           call RECORD-CARD-CHANGE using by reference
                                             WS-CHG-CARD-CHANGE
                                             WS-CHANGE-STATUS
           if WS-CHANGE-STATUS <> "00"
               display "*** Card change log failed for account "
                       WS-OLD-ACCOUNT-ID of WS-OLD-CARD-RECORD
                       " status " WS-CHANGE-STATUS
           end-if
           .

      *> The last four non-space characters of the owning
      *> customer's tax id, scanned off the right so the stored
      *> format (dashed or plain) doesn't matter.
               move "00" to WS-CUSTOMER-STATUS
               exit section
           end-if
           call REVEAL-CUSTOMER-PII using by reference
                                        WS-CUST-CUSTOMER-RECORD
                                        WS-REVEAL-STATUS
           if WS-REVEAL-STATUS <> "00"
               display "*** Tax id for customer "
                       WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
                       " not revealed, status " WS-REVEAL-STATUS
               exit section
           end-if
           perform varying WS-TAX-SCAN-INDEX from 11 by -1
                       until WS-TAX-SCAN-INDEX < 4
               if WS-CUST-TAX-ID(WS-TAX-SCAN-INDEX:1) <> space
