      *****************************************************************

      *> Payment posting. Two intake paths share one posting engine:
      *> the hand-keyed control file of ACCOUNT-ID,AMOUNT lines (an
      *> optional third field codes the tender - C cash, M money
      *> order or other monetary instrument, K check, E electronic -
      *> for the AML cash pass; absent = not recorded), and
      *> the bank's lockbox remittance file of scanned check items -
      *> check number (10), zoned amount (11, two implied decimals),
      *> the coupon scan line's account id (9, spaces or garbage when
      *> under the WS prefix, so ACCOUNT-ID and CURRENCY-CODE (shared
      *> by both records) are qualified with OF, the same way
      *> ReferentialIntegrityCheck disambiguates its three COPYs.
      *> Each posted payment goes to the funds-hold engine, which may
      *> hold back part of its credit from open-to-buy until the
      *> payment clears; the holds taken are listed and totalled.
       program-id. PaymentPosting.

       environment division.
               organization is line sequential
               file status is WS-LBX-SUSPENSE-STATUS
               .
           select Intercompany-File
               assign to external intercompanyLedgerFile
               organization is line sequential
               file status is WS-IC-FILE-STATUS
               .

       data division.
       file section.
        03 LBX-PAYER-NAME                  PIC X(30).
       fd Lockbox-Suspense-File.
       01 LBX-SUSPENSE-LINE                PIC X(100).
       fd Intercompany-File.
       copy "INTERCOMPANY-ENTRY.cpy"
                              replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "COLLECTION-CASE.cpy" replacing ==(PREFIX)== by ==WS-CASE==.
       copy "JOB-LOCK.cpy" replacing ==(PREFIX)== by ==WS-LOCK==.
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CUST==.
       copy "AUTH-HOLD.cpy" replacing ==(PREFIX)== by ==WS-HLD==.
       01 WS-HOLD-CHANNEL                  PIC X(01).
       01 WS-HOLD-STATUS                   PIC XX.
       01 WS-PAYMENTS-HELD                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-HELD-TOTAL                    PIC S9(12)V99 VALUE 0.
       01 DISPLAY-CASH                     PIC -Z(12)9.99.
       copy "CORRESPONDENCE-TRIGGER.cpy"
                              replacing ==(PREFIX)== by ==WS-TRG==.
       01 WS-TRG-FILE-STATUS               PIC XX.
       01 WS-TRG-OPEN-FLAG                 PIC X VALUE "N".
        88 TRIGGER-FILE-IS-OPEN                VALUE "Y".
       copy "INTERCOMPANY-ENTRY.cpy"
                              replacing ==(PREFIX)== by ==WS==.
       01 WS-IC-FILE-STATUS                PIC XX.
       01 WS-IC-OPEN-FLAG                  PIC X VALUE "N".
        88 INTERCOMPANY-FILE-IS-OPEN           VALUE "Y".
       01 WS-IC-INTAKE                     PIC X.
       01 WS-INTERCOMPANY-COUNT            PIC 9(6) COMP-5 VALUE 0.


       01 WS-FUNCTION-CODE                 PIC X.

       01 WS-CONTROL-ACCOUNT-ID            PIC 9(9).
       01 WS-CONTROL-AMOUNT                PIC 9(9)V99.
       01 WS-CONTROL-TENDER                PIC X(01).
       01 WS-CONTROL-TALLY                 PIC 99 COMP-5.

       01 WS-REQUESTED-ACCOUNT-ID          PIC X(4) COMP-X.
       01 WS-MATCHED-ACCOUNT-ID            PIC X(4) COMP-X.
       01 WS-LOCKBOX-POSTED                PIC 9(6) COMP-5 VALUE 0.
       01 WS-LOCKBOX-SUSPENDED             PIC 9(6) COMP-5 VALUE 0.
      *> Optional one-line institution parm naming the institution
      *> whose lockbox or teller line received this file's cash -
      *> absent, the receiver is the lead institution 000. A payment
      *> against an account another institution owns still posts,
      *> since the customer has paid, but the receiver now holds the
      *> owner's money: the pair is written to the intercompany
      *> ledger as due-to/due-from for settlement and the GL.
       01 WS-FEE-WAIVED-FLAG               PIC X.
        88 LATE-FEE-IS-WAIVED                  VALUE "Y".
       01 WS-FEES-MLA-BLOCKED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-MLA-FEE-AMOUNT                PIC S9(12)V99.
       01 WS-MLA-CAP-RESULT                PIC X(01).
        88 MLA-FEE-FITS-CAP                    VALUE "Y".
       01 WS-PAY-INST-STATUS               PIC XX.
       01 WS-PAY-INSTITUTION               PIC 9(03) VALUE 0.
       01 WS-PAY-INST-FLAG                 PIC X VALUE "N".
           display "*** Accounts newly delinquent: " WS-DELINQUENT-COUNT
           display "*** Promises to pay kept: " WS-PROMISES-KEPT
           display "*** Workouts graduated:   " WS-WORKOUTS-GRADUATED
           display "*** Late fees blocked by MLA cap: "
                   WS-FEES-MLA-BLOCKED
           display "*** Lockbox items posted: " WS-LOCKBOX-POSTED
           display "*** Lockbox items suspended: "
                   WS-LOCKBOX-SUSPENDED
           display "*** Intercompany items recorded: "
                   WS-INTERCOMPANY-COUNT
           display "*** Payments with credit held: " WS-PAYMENTS-HELD
           move WS-HELD-TOTAL to DISPLAY-CASH
           display "*** Payment credit held: " DISPLAY-CASH
           stop run.

       READ-PAYMENT-INSTITUTION SECTION.
                   and PAY-INST-LINE is numeric
               move PAY-INST-LINE to WS-PAY-INSTITUTION
               set PAYMENT-INSTITUTION-IS-SET to true
               display "*** Cash received by institution "
                       WS-PAY-INSTITUTION
           end-if
           close Payment-Inst-File
           .
           .

       APPLY-CONTROL-LINE SECTION.
           move space to WS-CONTROL-TENDER
           move 0 to WS-CONTROL-TALLY
           unstring CONTROL-LINE delimited by ","
               into WS-CONTROL-ACCOUNT-ID
                    WS-CONTROL-AMOUNT
                    WS-CONTROL-TENDER
               tallying in WS-CONTROL-TALLY
           end-unstring
           move WS-CONTROL-TENDER to WS-PAYMENT-TENDER
           if (WS-CONTROL-TALLY <> 2 and WS-CONTROL-TALLY <> 3)
                   or not (WS-TENDER-VALID or WS-TENDER-NOT-RECORDED)
               add 1 to WS-REJECT-COUNT
               display "*** Malformed control line skipped: "
                       CONTROL-LINE
                       WS-CONTROL-ACCOUNT-ID
               exit section
           end-if
      *>   A charged-off account's balance was moved to the
      *>   charged-off ledger and zeroed - money received now is a
      *>   recovery, and only RecoveryPosting relieves that ledger.
           end-if
           perform POST-PAYMENT-TO-ACCOUNT
           perform WRITE-PAYMENT-RECORD-FOR-ACCOUNT
           move "K" to WS-IC-INTAKE
           perform CHECK-CROSS-INSTITUTION
           perform CHECK-PROMISE-TO-PAY
           perform TRACK-WORKOUT-PAYMENT
           .
                        or WS-RESTRICTION-END-DATE of WS-ACCOUNT
                                                   >= WS-CURRENT-DATE)
               move "Y" to WS-FEE-WAIVED-FLAG
               exit section
           end-if
      *>   Nor may the fee push a covered borrower's cycle charges
      *>   past the Military Lending Act MAPR.
           move LATE-FEE-AMOUNT to WS-MLA-FEE-AMOUNT
           call CHECK-MLA-FEE-CAP using by reference WS-ACCOUNT
                                                     WS-MLA-FEE-AMOUNT
                                                     WS-CURRENT-DATE
                                                     WS-MLA-CAP-RESULT
           if not MLA-FEE-FITS-CAP
               move "Y" to WS-FEE-WAIVED-FLAG
               add 1 to WS-FEES-MLA-BLOCKED
               display "MLA BLOCKED late fee  account "
                       WS-ACCOUNT-ID of WS-ACCOUNT
           end-if
           .

           move WS-CURRENT-MONTH to WS-MONTH of WS-PAYMENT-RECORD
           move WS-CURRENT-DAY to WS-DAY of WS-PAYMENT-RECORD
           move WS-PAYMENT-AMOUNT to WS-AMOUNT
           move WS-CONTROL-TENDER to WS-PAYMENT-TENDER
           move WS-MINIMUM-PAYMENT-DUE to WS-MINIMUM-DUE
           move WS-THIS-LATE-FEE to WS-LATE-FEE-CHARGED
                                        of WS-PAYMENT-RECORD
           call WRITE-PAYMENT-RECORD using by value WS-FUNCTION-CODE
                                        by reference WS-PAYMENT-RECORD
                                                     WS-PAYMENT-STATUS
           if WS-PAYMENT-STATUS = "00" and FILE-STATUS = "00"
               perform APPLY-FUNDS-HOLD
           end-if
           .

      *> The funds-hold engine decides how much of the payment's
      *> credit waits for it to clear, going by its tender.
       APPLY-FUNDS-HOLD SECTION.
           move space to WS-HOLD-CHANNEL
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

      *> A pending promise on the account's collections case is
               exit section
           end-if
           move LBX-AMOUNT to WS-PAYMENT-AMOUNT
           set WS-TENDER-CHECK of WS-PAYMENT-RECORD to true
           move WS-PAYMENT-TENDER to WS-CONTROL-TENDER
           if LBX-SCAN-ACCOUNT-ID is numeric
               move LBX-SCAN-ACCOUNT-ID to WS-CONTROL-ACCOUNT-ID
               move WS-CONTROL-ACCOUNT-ID to WS-REQUESTED-ACCOUNT-ID
           .

       POST-LOCKBOX-PAYMENT SECTION.
      *>   A check against a charged-off account is a recovery, not
      *>   a payment - the clerk routes it to RecoveryPosting, which
      *>   relieves the charged-off ledger the dead balance moved to.
           end-if
           perform POST-PAYMENT-TO-ACCOUNT
           perform WRITE-PAYMENT-RECORD-FOR-ACCOUNT
      *>   Same ownership test the keyed path applies, whichever
      *>   door the payment came through.
           move "L" to WS-IC-INTAKE
           perform CHECK-CROSS-INSTITUTION
           perform CHECK-PROMISE-TO-PAY
           add 1 to WS-LOCKBOX-POSTED
           .

      *> Cash the receiving institution took in for an account
      *> another institution owns - only once the account rewrite
      *> took, so the ledger never carries money the book refused.
       CHECK-CROSS-INSTITUTION SECTION.
           if FILE-STATUS <> "00"
                   or WS-INSTITUTION-CODE = WS-PAY-INSTITUTION
               exit section
           end-if
           move WS-CURRENT-DATE to WS-IC-ENTRY-DATE
           set WS-IC-CASH-RECEIVED to true
           move WS-PAY-INSTITUTION to WS-DUE-TO-INSTITUTION
           move WS-INSTITUTION-CODE to WS-DUE-FROM-INSTITUTION
           move WS-PAYMENT-AMOUNT to WS-IC-AMOUNT
           move WS-IC-INTAKE to WS-IC-SOURCE
           move WS-ACCOUNT-ID of WS-ACCOUNT to WS-IC-ACCOUNT-ID
           move WS-PAYMENT-ID to WS-IC-PAYMENT-ID
           perform WRITE-INTERCOMPANY-ENTRY
           add 1 to WS-INTERCOMPANY-COUNT
           display "*** Intercompany: institution "
                   WS-PAY-INSTITUTION " received for "
                   WS-INSTITUTION-CODE " account "
                   WS-ACCOUNT-ID of WS-ACCOUNT
           .

      *> The payer name against the customer file, case-folded, the
      *> customer's surname sought inside the scanned payer line the
      *> way CustomerNameSearch seeks a term inside a name. Only a
           exit section
           .

      *> Appends one row to the intercompany ledger - opened on
      *> first use in extend mode, the same way as the trigger file.
       WRITE-INTERCOMPANY-ENTRY SECTION.
           if not INTERCOMPANY-FILE-IS-OPEN
               open extend Intercompany-File
               if WS-IC-FILE-STATUS = "35"
                       or WS-IC-FILE-STATUS = "05"
                   open output Intercompany-File
               end-if
               set INTERCOMPANY-FILE-IS-OPEN to true
           end-if
           move WS-INTERCOMPANY-ENTRY to FILE-INTERCOMPANY-ENTRY
           write FILE-INTERCOMPANY-ENTRY
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
           if TRIGGER-FILE-IS-OPEN
               close Trigger-File
           end-if
           if INTERCOMPANY-FILE-IS-OPEN
               close Intercompany-File
           end-if
           if LOCKBOX-FILE-IS-AVAILABLE
               close Lockbox-File
               close Lockbox-Suspense-File
