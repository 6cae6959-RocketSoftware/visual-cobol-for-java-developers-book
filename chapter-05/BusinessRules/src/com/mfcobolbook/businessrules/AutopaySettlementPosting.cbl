      *> entries post nothing (the debit never happened) and are
      *> reported for follow-up; a payment that bounces after it has
      *> already settled and posted is a different animal, handled by
      *> the returned-payment reversal process, not here - which is
      *> why each posted debit goes to the funds-hold engine as an
      *> electronic payment, and a risky one has part of its credit
      *> held until the ACH return window has passed.
       program-id. AutopaySettlementPosting.

       environment division.
                              replacing ==(PREFIX)== by ==WS-TRG==.
       01 WS-FEE-WAIVED-FLAG               PIC X.
        88 LATE-FEE-IS-WAIVED                  VALUE "Y".
       01 WS-FEES-MLA-BLOCKED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-MLA-FEE-AMOUNT                PIC S9(12)V99.
       01 WS-MLA-CAP-RESULT                PIC X(01).
        88 MLA-FEE-FITS-CAP                    VALUE "Y".
       01 WS-TRG-FILE-STATUS               PIC XX.
       01 WS-TRG-OPEN-FLAG                 PIC X VALUE "N".
        88 TRIGGER-FILE-IS-OPEN                VALUE "Y".
       01 WS-REJECT-COUNT                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-DELINQUENT-COUNT              PIC 9(6) COMP-5 VALUE 0.

       copy "AUTH-HOLD.cpy" replacing ==(PREFIX)== by ==WS-HLD==.
       01 WS-HOLD-CHANNEL                  PIC X(01).
       01 WS-HOLD-STATUS                   PIC XX.
       01 WS-PAYMENTS-HELD                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-HELD-TOTAL                    PIC S9(12)V99 VALUE 0.
       01 DISPLAY-CASH                     PIC -Z(12)9.99.

       procedure division.
           perform OPEN-FILES
           if FILE-STATUS = "00" and WS-ADVICE-STATUS = "00"
           display "*** Advice lines rejected:   " WS-REJECT-COUNT
           display "*** Accounts newly delinquent: "
                   WS-DELINQUENT-COUNT
           display "*** Late fees blocked by MLA cap: "
                   WS-FEES-MLA-BLOCKED
           display "*** Debits with credit held: " WS-PAYMENTS-HELD
           move WS-HELD-TOTAL to DISPLAY-CASH
           display "*** Payment credit held: " DISPLAY-CASH
           stop run.

       OPEN-FILES SECTION.
           call WRITE-PAYMENT-RECORD using by value WS-FUNCTION-CODE
                                        by reference WS-PAYMENT-RECORD
                                                     WS-PAYMENT-STATUS
           if WS-PAYMENT-STATUS = "00" and FILE-STATUS = "00"
               perform APPLY-FUNDS-HOLD
           end-if
           .

       APPLY-FUNDS-HOLD SECTION.
           move "E" to WS-HOLD-CHANNEL
           call DECIDE-PAYMENT-HOLD using by reference WS-ACCOUNT
                                                 WS-PAYMENT-RECORD
                                                 WS-HOLD-CHANNEL
                                                 WS-HLD-AUTH-HOLD
                                                 WS-HOLD-STATUS
           if WS-HLD-HOLD-AMOUNT > 0
               add 1 to WS-PAYMENTS-HELD
               add WS-HLD-HOLD-AMOUNT to WS-HELD-TOTAL
               move WS-HLD-HOLD-AMOUNT to DISPLAY-CASH
               display "CREDIT HELD  account "
                       WS-ACCOUNT-ID of WS-ACCOUNT
                       "  held " DISPLAY-CASH
                       "  through " WS-HLD-HOLD-EXPIRY-DATE
           end-if
           .

      *> Same append-only queue PaymentPosting feeds - the late
                        or WS-RESTRICTION-END-DATE of WS-ACCOUNT
                                                   >= WS-ADVICE-DATE)
               move "Y" to WS-FEE-WAIVED-FLAG
               exit section
           end-if
      *>   Nor may the fee push a covered borrower's cycle charges
      *>   past the Military Lending Act MAPR.
           move LATE-FEE-AMOUNT to WS-MLA-FEE-AMOUNT
           call CHECK-MLA-FEE-CAP using by reference WS-ACCOUNT
                                                     WS-MLA-FEE-AMOUNT
                                                     WS-ADVICE-DATE
                                                     WS-MLA-CAP-RESULT
           if not MLA-FEE-FITS-CAP
               move "Y" to WS-FEE-WAIVED-FLAG
               add 1 to WS-FEES-MLA-BLOCKED
               display "MLA BLOCKED late fee  account "
                       WS-ACCOUNT-ID of WS-ACCOUNT
           end-if
           .

