                        FILE-FORECAST-MONTH of FILE-ROLL-FORECAST
           move WS-PROJECTED-LOSS to
                        FILE-PROJECTED-LOSS of FILE-ROLL-FORECAST
           move WS-RATE-30-60 to FILE-RATE-30-60 of FILE-ROLL-FORECAST
           move WS-RATE-60-90 to FILE-RATE-60-90 of FILE-ROLL-FORECAST
           move WS-RATE-90-120 to
                        FILE-RATE-90-120 of FILE-ROLL-FORECAST
           move WS-RATE-120-CO to
                        FILE-RATE-120-CO of FILE-ROLL-FORECAST
           write FILE-ROLL-FORECAST
               invalid key
                   rewrite FILE-ROLL-FORECAST
