      *> PaymentPosting's own rules - lock, bucket pay-down,
      *> minimum/late-fee accounting against that account's minimum -
      *> writes its PAYMENT-RECORD, and prints on the distribution
      *> report, whose lines foot back to the check. A share landing
      *> on an account another institution owns is written to the
      *> intercompany ledger against the receiving institution, named
      *> by the same optional parm PaymentPosting reads. Each share
      *> goes to the funds-hold engine as a check payment, and any
      *> credit it holds back prints under the share.
       program-id. HouseholdPaymentPosting.

       environment division.
               organization is line sequential
               file status is WS-TRG-FILE-STATUS
               .
           select Payment-Inst-File
               assign to external paymentInstitutionFile
               organization is line sequential
               file status is WS-PAY-INST-STATUS
               .
           select Intercompany-File
               assign to external intercompanyLedgerFile
               organization is line sequential
               file status is WS-IC-FILE-STATUS
               .

       data division.
       file section.
       fd Trigger-File.
       copy "CORRESPONDENCE-TRIGGER.cpy"
                              replacing ==(PREFIX)== by ==FILE-TRG==.
       fd Payment-Inst-File.
       01 PAY-INST-LINE                    PIC X(03).
       fd Intercompany-File.
       copy "INTERCOMPANY-ENTRY.cpy"
                              replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
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
       copy "INTERCOMPANY-ENTRY.cpy"
                              replacing ==(PREFIX)== by ==WS==.
       01 WS-IC-FILE-STATUS                PIC XX.
       01 WS-IC-OPEN-FLAG                  PIC X VALUE "N".
        88 INTERCOMPANY-FILE-IS-OPEN           VALUE "Y".
       01 WS-INTERCOMPANY-COUNT            PIC 9(6) COMP-5 VALUE 0.
      *> Receiving institution - the lead institution 000 unless the
      *> parm names another.
       01 WS-PAY-INST-STATUS               PIC XX.
       01 WS-RECEIVING-INSTITUTION         PIC 9(03) VALUE 0.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
       01 DISPLAY-CASH                     PIC -Z(12)9.99.
       01 DISPLAY-CASH-2                   PIC -Z(12)9.99.

       copy "AUTH-HOLD.cpy" replacing ==(PREFIX)== by ==WS-HLD==.
       01 WS-HOLD-CHANNEL                  PIC X(01).
       01 WS-HOLD-STATUS                   PIC XX.
       01 WS-PAYMENTS-HELD                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-HELD-TOTAL                    PIC S9(12)V99 VALUE 0.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform READ-PAYMENT-INSTITUTION
           perform OPEN-FILES
           if FILE-STATUS = "00" and WS-CONTROL-STATUS = "00"
               perform PROCESS-CONTROL-FILE
                   WS-CHECKS-DISTRIBUTED
           display "*** Lines rejected:               "
                   WS-REJECT-COUNT
           display "*** Intercompany shares recorded: "
                   WS-INTERCOMPANY-COUNT
           display "*** Late fees blocked by MLA cap: "
                   WS-FEES-MLA-BLOCKED
           display "*** Shares with credit held:      "
                   WS-PAYMENTS-HELD
           move WS-HELD-TOTAL to DISPLAY-CASH
           display "*** Payment credit held:          " DISPLAY-CASH
           stop run.

       READ-PAYMENT-INSTITUTION SECTION.
           open input Payment-Inst-File
           if WS-PAY-INST-STATUS <> "00"
               exit section
           end-if
           read Payment-Inst-File
               at end move "10" to WS-PAY-INST-STATUS
           end-read
           if WS-PAY-INST-STATUS = "00"
                   and PAY-INST-LINE is numeric
               move PAY-INST-LINE to WS-RECEIVING-INSTITUTION
               display "*** Cash received by institution "
                       WS-RECEIVING-INSTITUTION
           end-if
           close Payment-Inst-File
           .

       OPEN-FILES SECTION.
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
               exit section
           end-if
           perform WRITE-ALLOCATION-PAYMENT-RECORD
           if WS-INSTITUTION-CODE <> WS-RECEIVING-INSTITUTION
               perform RECORD-INTERCOMPANY-SHARE
           end-if
           move HH-ALLOCATED(HOUSEHOLD-INDEX) to DISPLAY-CASH
           move WS-BALANCE to DISPLAY-CASH-2
           display "    account " HH-ACCOUNT-ID(HOUSEHOLD-INDEX)
                   "  allocated " DISPLAY-CASH
                   "  new balance " DISPLAY-CASH-2
           if WS-PAYMENT-STATUS = "00"
               perform APPLY-FUNDS-HOLD
           end-if
           .

       APPLY-FUNDS-HOLD SECTION.
           move "K" to WS-HOLD-CHANNEL
           call DECIDE-PAYMENT-HOLD using by reference WS-ACCOUNT
                                                 WS-PAY-PAYMENT-RECORD
                                                 WS-HOLD-CHANNEL
                                                 WS-HLD-AUTH-HOLD
                                                 WS-HOLD-STATUS
           if WS-HLD-HOLD-AMOUNT > 0
               add 1 to WS-PAYMENTS-HELD
               add WS-HLD-HOLD-AMOUNT to WS-HELD-TOTAL
               move WS-HLD-HOLD-AMOUNT to DISPLAY-CASH
               display "      credit held " DISPLAY-CASH
                       "  through " WS-HLD-HOLD-EXPIRY-DATE
           end-if
           .

       WRITE-ALLOCATION-PAYMENT-RECORD SECTION.
                                           WS-PAYMENT-STATUS
           .

      *> One household check can touch several institutions' books;
      *> each share another institution owns is cash the receiver
      *> holds for it, due-to/due-from like a keyed payment.
       RECORD-INTERCOMPANY-SHARE SECTION.
           move WS-TODAY to WS-IC-ENTRY-DATE
           set WS-IC-CASH-RECEIVED to true
           move WS-RECEIVING-INSTITUTION to WS-DUE-TO-INSTITUTION
           move WS-INSTITUTION-CODE to WS-DUE-FROM-INSTITUTION
           move WS-PAYMENT-AMOUNT to WS-IC-AMOUNT
           set WS-IC-FROM-HOUSEHOLD to true
           move WS-ACCOUNT-ID of WS-ACCOUNT to WS-IC-ACCOUNT-ID
           move WS-PAY-PAYMENT-ID to WS-IC-PAYMENT-ID
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
           add 1 to WS-INTERCOMPANY-COUNT
           .

      *> Same append-only queue PaymentPosting feeds - the late
      *> notice must follow the fee whichever intake assessed it.
       WRITE-CORRESPONDENCE-TRIGGER SECTION.
                        or WS-RESTRICTION-END-DATE of WS-ACCOUNT
                                                   >= WS-TODAY)
               move "Y" to WS-FEE-WAIVED-FLAG
               exit section
           end-if
      *>   Nor may the fee push a covered borrower's cycle charges
      *>   past the Military Lending Act MAPR.
           move LATE-FEE-AMOUNT to WS-MLA-FEE-AMOUNT
           call CHECK-MLA-FEE-CAP using by reference WS-ACCOUNT
                                                     WS-MLA-FEE-AMOUNT
                                                     WS-TODAY
                                                     WS-MLA-CAP-RESULT
           if not MLA-FEE-FITS-CAP
               move "Y" to WS-FEE-WAIVED-FLAG
               add 1 to WS-FEES-MLA-BLOCKED
               display "MLA BLOCKED late fee  account "
                       WS-ACCOUNT-ID of WS-ACCOUNT
           end-if
           .

           if TRIGGER-FILE-IS-OPEN
               close Trigger-File
           end-if
           if INTERCOMPANY-FILE-IS-OPEN
               close Intercompany-File
           end-if
           .
