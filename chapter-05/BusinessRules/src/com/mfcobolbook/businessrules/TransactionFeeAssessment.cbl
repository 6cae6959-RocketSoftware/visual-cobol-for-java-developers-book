
       01 WS-ACCOUNTS-SCANNED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-FEES-POSTED                   PIC 9(6) COMP-5 VALUE 0.
       01 WS-FEES-MLA-BLOCKED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-MLA-CAP-RESULT                PIC X(01).
        88 MLA-FEE-FITS-CAP                    VALUE "Y".
       01 DISPLAY-CASH                     PIC -Z(12)9.99.

       procedure division.
           end-if
           display "*** Accounts scanned:        " WS-ACCOUNTS-SCANNED
           display "*** Transaction fees posted: " WS-FEES-POSTED
           display "*** Blocked by MLA cap:      " WS-FEES-MLA-BLOCKED
           stop run.

       OPEN-FILES SECTION.
           if WS-FEE-AMOUNT not > 0
               exit section
           end-if
      *>   A covered borrower's fee may not push the cycle's charges
      *>   past the Military Lending Act MAPR.  Nothing is linked to
      *>   the original, so a later run in the window tries again.
           call CHECK-MLA-FEE-CAP using by reference WS-ACCOUNT
                                                     WS-FEE-AMOUNT
                                                     WS-TODAY
                                                     WS-MLA-CAP-RESULT
           if not MLA-FEE-FITS-CAP
               add 1 to WS-FEES-MLA-BLOCKED
               display "MLA BLOCKED transaction fee  account "
                       WS-ACCOUNT-ID of WS-ACCOUNT
               exit section
           end-if
           perform POST-FEE-TRANSACTION
           .

