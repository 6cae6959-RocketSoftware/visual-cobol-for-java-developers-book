         88 (PREFIX)-EVENT-FRAUDCASE       VALUE "FRAUDCASE".
         88 (PREFIX)-EVENT-BREAK           VALUE "BREAK".
         88 (PREFIX)-EVENT-COLLATERAL      VALUE "COLLATERAL".
         88 (PREFIX)-EVENT-BATCH-SLA       VALUE "BATCHSLA".
        03 (PREFIX)-EVENT-OPERATION    PIC X(06).
         88 (PREFIX)-EVENT-WRITE           VALUE "WRITE".
         88 (PREFIX)-EVENT-UPDATE          VALUE "UPDATE".
         88 (PREFIX)-EVENT-DELETE          VALUE "DELETE".
         88 (PREFIX)-EVENT-LATE            VALUE "LATE".
        03 (PREFIX)-EVENT-KEY          PIC 9(10).
