      *> hand. The link is also the idempotency guard: a payment that
      *> already has a reversal on file is refused a second one, so a
      *> re-sent bank return file can't double-reverse.
      *> Each return is counted on the account, with its date, for
      *> the funds-hold engine to weigh against the account's next
      *> payments, and whatever part of the bounced payment's credit
      *> was still held is released - the reversal has already taken
      *> the whole payment back off the balance.
       program-id. ReturnedPaymentProcessing.

       environment division.
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "PAYMENT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "PAYMENT-RECORD.cpy" replacing ==(PREFIX)== by ==WS-ORIG==.
       copy "AUTH-HOLD.cpy" replacing ==(PREFIX)== by ==WS-HLD==.
       01 WS-HOLD-STATUS                   PIC XX.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
       01 WS-NEXT-PAYMENT-ID               PIC X(4) COMP-X.
       01 WS-FEE-WAIVED-FLAG               PIC X.
        88 LATE-FEE-IS-WAIVED                  VALUE "Y".
       01 WS-FEES-MLA-BLOCKED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-MLA-FEE-AMOUNT                PIC S9(12)V99.
       01 WS-MLA-CAP-RESULT                PIC X(01).
        88 MLA-FEE-FITS-CAP                    VALUE "Y".
       01 WS-ALREADY-REVERSED-FLAG         PIC X VALUE "N".
        88 PAYMENT-ALREADY-REVERSED            VALUE "Y".

       78 NSF-FEE-AMOUNT                   VALUE 25.00.

       01 WS-REVERSALS-POSTED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-HOLDS-RELEASED                PIC 9(6) COMP-5 VALUE 0.
       01 WS-REJECT-COUNT                  PIC 9(6) COMP-5 VALUE 0.

       procedure division.
           display "*** Returned payments reversed: "
                   WS-REVERSALS-POSTED
           display "*** Return lines rejected:      " WS-REJECT-COUNT
           display "*** Payment holds released:     " WS-HOLDS-RELEASED
           display "*** NSF fees blocked by MLA cap: "
                   WS-FEES-MLA-BLOCKED
           stop run.

       OPEN-FILES SECTION.
           perform REVERSE-AGAINST-ACCOUNT
           if FILE-STATUS = "00"
               perform WRITE-REVERSAL-PAYMENT-RECORD
               perform RELEASE-RETURNED-PAYMENT-HOLD
               add 1 to WS-REVERSALS-POSTED
               display "PAYMENT RETURNED  payment "
                       WS-RETURN-PAYMENT-ID
           if WS-ORIG-MINIMUM-WAS-MET
               add 1 to WS-MISSED-PAYMENT-COUNT
           end-if
           if WS-RETURNED-PAYMENT-COUNT < 999
               add 1 to WS-RETURNED-PAYMENT-COUNT
           end-if
           move WS-TODAY to WS-LAST-RETURN-DATE
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                        by reference WS-ACCOUNT
                                              WS-PAYMENT-STATUS
           .

       RELEASE-RETURNED-PAYMENT-HOLD SECTION.
           move WS-ORIG-ACCOUNT-ID to WS-HLD-ACCOUNT-ID
           move WS-REQUESTED-PAYMENT-ID to WS-HLD-HOLD-PAYMENT-ID
           call RELEASE-PAYMENT-HOLD using by reference WS-HLD-AUTH-HOLD
                                                        WS-HOLD-STATUS
           if WS-HOLD-STATUS = "00"
               add 1 to WS-HOLDS-RELEASED
           end-if
           .

      *> Whether a deceased or legal-hold restriction in force
      *> waives the fee - the same window test the fee-assessment
      *> engines apply. The restriction forgives money, not facts:
                        or WS-RESTRICTION-END-DATE of WS-ACCOUNT
                                                   >= WS-TODAY)
               move "Y" to WS-FEE-WAIVED-FLAG
               exit section
           end-if
      *>   Nor may the fee push a covered borrower's cycle charges
      *>   past the Military Lending Act MAPR.
           move NSF-FEE-AMOUNT to WS-MLA-FEE-AMOUNT
           call CHECK-MLA-FEE-CAP using by reference WS-ACCOUNT
                                                     WS-MLA-FEE-AMOUNT
                                                     WS-TODAY
                                                     WS-MLA-CAP-RESULT
           if not MLA-FEE-FITS-CAP
               move "Y" to WS-FEE-WAIVED-FLAG
               add 1 to WS-FEES-MLA-BLOCKED
               display "MLA BLOCKED NSF fee  account "
                       WS-ACCOUNT-ID of WS-ACCOUNT
           end-if
           .

