      *> but the interest run, fee passes and trial balance treat it
      *> as off the earning book. Recoveries post later through
      *> RecoveryPosting against the ledger, never the account.
      *> Each charge-off is logged for the account updater, so
      *> merchants billing the account's cards on file are told the
      *> account is closed.
       program-id. ChargeOffProcessing.

       data division.
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "CHARGEOFF-LEDGER.cpy" replacing ==(PREFIX)== by ==WS-CHG==.
       copy "CARD-CHANGE.cpy" replacing ==(PREFIX)== by ==WS-CCH==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 WS-CHARGEOFF-STATUS-2           PIC X.

       01 WS-TODAY                         PIC 9(08).
       01 WS-CHANGE-STATUS                 PIC XX.

      *> Six consecutive missed minimums before the debt is written
      *> off the earning book.
               display "CHARGED OFF  account "
                       WS-ACCOUNT-ID of WS-ACCOUNT
                       "  amount " DISPLAY-CASH
               perform LOG-CARD-CHANGE
           else
               display "*** Account update failed for charge-off: "
                       WS-ACCOUNT-ID of WS-ACCOUNT
           move "00" to FILE-STATUS
           .

      *> A charged-off account's cards stop working - merchants
      *> billing them on file hear so through the account updater.
       LOG-CARD-CHANGE SECTION.
           move WS-TODAY to WS-CCH-CHANGE-DATE
           set WS-CCH-CHANGE-CLOSED to true
           set WS-CCH-CHANGE-CLOSURE to true
           move WS-ACCOUNT-ID of WS-ACCOUNT to WS-CCH-CHANGE-ACCOUNT-ID
           move 0 to WS-CCH-OLD-CARD-NUMBER
           move 0 to WS-CCH-NEW-CARD-NUMBER
           move 0 to WS-CCH-NEW-CARD-EXPIRY
           call RECORD-CARD-CHANGE using by reference
                                             WS-CCH-CARD-CHANGE
                                             WS-CHANGE-STATUS
           if WS-CHANGE-STATUS <> "00"
               display "*** Card change log failed for account "
                       WS-ACCOUNT-ID of WS-ACCOUNT
                       " status " WS-CHANGE-STATUS
           end-if
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
