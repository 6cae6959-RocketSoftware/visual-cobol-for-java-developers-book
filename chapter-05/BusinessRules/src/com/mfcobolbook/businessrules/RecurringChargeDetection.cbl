
      *> The detected merchant's row, replaced in place on each run
      *> so the hits stay current - but a customer's standing stop
      *> flag and the account updater's progress survive the refresh.
       UPSERT-RECURRING-ROW SECTION.
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                        FILE-ACCOUNT-ID of FILE-RECURRING-CHARGE
                                   of FILE-RECURRING-CHARGE
           if WS-RECURRING-STATUS <> "00"
               move "N" to FILE-STOP-FLAG of FILE-RECURRING-CHARGE
               move space to
                        FILE-UPDATER-STATUS of FILE-RECURRING-CHARGE
               move 0 to FILE-UPDATER-DATE of FILE-RECURRING-CHARGE
               move 0 to
                   FILE-UPDATER-CARD-NUMBER of FILE-RECURRING-CHARGE
           end-if
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                        FILE-ACCOUNT-ID of FILE-RECURRING-CHARGE
