         88 (PREFIX)-AUDIT-FRAUDCASE       VALUE "FRAUDCASE".
         88 (PREFIX)-AUDIT-BREAK           VALUE "BREAK".
         88 (PREFIX)-AUDIT-COLLATERAL      VALUE "COLLATERAL".
         88 (PREFIX)-AUDIT-TRAVEL          VALUE "TRAVEL".
        03 (PREFIX)-AUDIT-OPERATION    PIC X(06).
         88 (PREFIX)-AUDIT-WRITE           VALUE "WRITE".
         88 (PREFIX)-AUDIT-UPDATE          VALUE "UPDATE".
