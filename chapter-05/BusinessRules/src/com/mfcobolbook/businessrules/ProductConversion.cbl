           call GET-LAST-BALANCE-METHOD using by reference
                          FILE-BALANCE-METHOD of FILE-STATEMENT-RECORD
           move 0 to FILE-DEFERRED-INTEREST of FILE-STATEMENT-RECORD
           move 0 to FILE-PROTECTION-PREMIUM of FILE-STATEMENT-RECORD
           move 0 to FILE-PROTECTION-BENEFIT of FILE-STATEMENT-RECORD
           call GET-PROCESSING-DATE using by reference WS-NOW
           move WS-NOW to FILE-GENERATED-DATE of FILE-STATEMENT-RECORD
           accept FILE-GENERATED-TIME of FILE-STATEMENT-RECORD
