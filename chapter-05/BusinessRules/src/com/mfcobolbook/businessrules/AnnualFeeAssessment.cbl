       01 WS-NEXT-TRANSACTION-ID           PIC X(4) COMP-X.
       01 WS-ACCOUNTS-SCANNED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-FEES-POSTED                   PIC 9(6) COMP-5 VALUE 0.
       01 WS-FEES-MLA-BLOCKED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-FEES-TIER-WAIVED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-MLA-FEE-AMOUNT                PIC S9(12)V99.
       01 WS-MLA-CAP-RESULT                PIC X(01).
        88 MLA-FEE-FITS-CAP                    VALUE "Y".
       01 DISPLAY-CASH                     PIC -Z(12)9.99.

       procedure division.
           end-if
           display "*** Accounts scanned:   " WS-ACCOUNTS-SCANNED
           display "*** Annual fees posted: " WS-FEES-POSTED
           display "*** Blocked by MLA cap: " WS-FEES-MLA-BLOCKED
           display "*** Waived by tier:     " WS-FEES-TIER-WAIVED
           stop run.

       OPEN-FILES SECTION.
           if not TODAY-IS-ANNIVERSARY
               exit section
           end-if
      *>   A relationship tier that waives the fee waives it for as
      *>   long as the account holds the tier on its anniversary.
           if WS-REL-ANNUAL-FEE-WAIVED of WS-ACCOUNT
               add 1 to WS-FEES-TIER-WAIVED
               exit section
           end-if
           perform LOOKUP-ANNUAL-FEE
           if not FEE-RULE-WAS-FOUND or WORKING-ANNUAL-FEE not > 0
               exit section
           if FEE-ALREADY-BILLED-TODAY
               exit section
           end-if
      *>   A covered borrower's fee may not push the cycle's charges
      *>   past the Military Lending Act MAPR - it is not billed.
           move WORKING-ANNUAL-FEE to WS-MLA-FEE-AMOUNT
           call CHECK-MLA-FEE-CAP using by reference WS-ACCOUNT
                                                     WS-MLA-FEE-AMOUNT
                                                     WS-TODAY
                                                     WS-MLA-CAP-RESULT
           if not MLA-FEE-FITS-CAP
               add 1 to WS-FEES-MLA-BLOCKED
               display "MLA BLOCKED annual fee  account "
                       WS-ACCOUNT-ID of WS-ACCOUNT
               exit section
           end-if
           perform POST-ANNUAL-FEE
           .

