      *> mapping row is skipped whole (both sides) and reported, so
      *> a mapping gap shows up as a named exception, not a one-
      *> legged entry. The business date comes from a one-line parm
      *> file, defaulting to today when absent. Cash one institution
      *> of the group took in for another's account, and the
      *> settlements between them, come from the intercompany ledger
      *> and book on both institutions' sides - due-to on the one
      *> holding the cash, due-from on the one owed - so each line
      *> carries the institution whose books it belongs to. The
      *> co-brand partner settlement's payables book on the day they
      *> were raised - revenue share and bounties as expense owed to
      *> the partner, a clawback the other way - from the partner
      *> payable file. The agreed part of each card-network invoice
      *> books on the day it was reconciled as fee expense owed to
      *> the network, from the network payable file. Manual
      *> adjustments book from the adjustment
      *> register under the activity their reason code names - a
      *> debit adjustment to the mapping row's accounts as they
      *> stand, a credit adjustment the other way round - and their
      *> transaction rows are left out of the purchases. Backup
      *> withholding taken from deposit interest books under its own
      *> activity, deposits owed the customer moved to the amount
      *> owed the IRS.
       program-id. GlJournalExtract.

       environment division.
               access mode is dynamic
               record key is FILE-STATEMENT-KEY of FILE-STATEMENT-RECORD
               .
           select Intercompany-File
               assign to external intercompanyLedgerFile
               organization is line sequential
               file status is WS-IC-FILE-STATUS
               .
           select Partner-Payable-File
               assign to external partnerPayableFile
               organization is line sequential
               file status is WS-PARTNER-FILE-STATUS
               .
           select Network-Payable-File
               assign to external networkPayableFile
               organization is line sequential
               file status is WS-NETWORK-FILE-STATUS
               .
           select Adjustment-Register-File
               assign to external adjustmentRegisterFile
               organization is line sequential
               file status is WS-ADJUSTMENT-FILE-STATUS
               .

       data division.
       file section.
        03 GLJ-ACTIVITY-CODE               PIC X(02).
        03 GLJ-SOURCE-ACCOUNT              PIC 9(10).
        03 GLJ-BUSINESS-DATE               PIC 9(08).
        03 GLJ-INSTITUTION-CODE            PIC 9(03).
       01 GL-BATCH-TRAILER.
        03 GLT-RECORD-TYPE                 PIC X(07).
        03 GLT-LINE-COUNT                  PIC 9(09).
        03 GLT-TOTAL-CREDITS               PIC 9(14)V99.
       fd Statement-File.
       copy "STATEMENT-RECORD.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Intercompany-File.
       copy "INTERCOMPANY-ENTRY.cpy"
                              replacing ==(PREFIX)== by ==FILE==.
       fd Partner-Payable-File.
       copy "PARTNER-PAYABLE.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Network-Payable-File.
       copy "NETWORK-PAYABLE.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Adjustment-Register-File.
       copy "MANUAL-ADJUSTMENT.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       01 WS-DATE-FILE-STATUS              PIC XX.
       01 WS-MAPPING-STATUS                PIC XX.
       01 WS-JOURNAL-STATUS                PIC XX.
       01 WS-IC-FILE-STATUS                PIC XX.
       01 WS-PARTNER-FILE-STATUS           PIC XX.
       01 WS-NETWORK-FILE-STATUS           PIC XX.
       01 WS-ADJUSTMENT-FILE-STATUS        PIC XX.

       01 WS-BUSINESS-DATE                 PIC 9(08).

       78 ACTIVITY-INTEREST                VALUE "IN".
       78 ACTIVITY-LATE-FEE                VALUE "LF".
       78 ACTIVITY-TXN-FEE                 VALUE "TF".
       78 ACTIVITY-PROTECTION-PREMIUM      VALUE "PP".
       78 ACTIVITY-PROTECTION-CLAIM        VALUE "PC".
       78 ACTIVITY-DUE-TO                  VALUE "DT".
       78 ACTIVITY-DUE-FROM                VALUE "DF".
       78 ACTIVITY-SETTLEMENT-PAID         VALUE "SP".
       78 ACTIVITY-SETTLEMENT-RECEIVED     VALUE "SR".
       78 ACTIVITY-PARTNER-SHARE           VALUE "RS".
       78 ACTIVITY-PARTNER-BOUNTY          VALUE "RB".
       78 ACTIVITY-PARTNER-CLAWBACK        VALUE "RC".
       78 ACTIVITY-BACKUP-WITHHOLDING      VALUE "BW".
       78 ACTIVITY-NETWORK-FEES            VALUE "NF".

      *> The writers' own description literals, matched head-on when
      *> classifying posted rows - see CLASSIFY-POSTED-ACTIVITY.
       78 REBILL-ADJUSTMENT-TEXT
                      VALUE "INTEREST REBILL ADJUSTMENT".
       78 INSTALLMENT-BILLING-TEXT         VALUE "INSTALLMENT ".
       78 MANUAL-ADJUSTMENT-TEXT           VALUE "MANUAL ADJUSTMENT".
       78 BACKUP-WITHHOLDING-TEXT          VALUE "BACKUP WITHHOLDING".

      *> Activity/product to GL account mapping, loaded once.
       78 MAPPING-TABLE-MAX                VALUE 30.
       01 WS-POST-AMOUNT                   PIC S9(12)V99.
       01 WS-POST-SOURCE-ACCOUNT           PIC X(4) COMP-X.
       01 WS-POST-ACCOUNT-TYPE             PIC X(01).
      *> Set by RESOLVE-ACCOUNT-TYPE from the card account; for
      *> intercompany activity (source account 0) the walker sets it.
       01 WS-POST-INSTITUTION              PIC 9(03).
      *> A credit adjustment books the mapping row's two accounts the
      *> other way round.
       01 WS-POST-SIDE-FLAG                PIC X VALUE "N".
        88 POST-SIDES-REVERSED                 VALUE "R".
       01 WS-DEBIT-SIDE-GL                 PIC 9(08).
       01 WS-CREDIT-SIDE-GL                PIC 9(08).

      *> One-deep account-type cache - activity arrives clustered by
      *> account, so the common case never re-reads the account.
       01 WS-CACHED-ACCOUNT-ID             PIC X(4) COMP-X VALUE 0.
       01 WS-CACHED-ACCOUNT-TYPE           PIC X(01).
       01 WS-CACHED-INSTITUTION            PIC 9(03) VALUE 0.

       01 WS-LINE-COUNT                    PIC 9(09) VALUE 0.
       01 WS-TOTAL-DEBITS                  PIC 9(14)V99 VALUE 0.
               perform EXTRACT-PURCHASES
               perform EXTRACT-PAYMENTS-AND-FEES
               perform EXTRACT-INTEREST
               perform EXTRACT-INTERCOMPANY
               perform EXTRACT-PARTNER-PAYABLES
               perform EXTRACT-NETWORK-PAYABLES
               perform EXTRACT-ADJUSTMENTS
               perform WRITE-BATCH-TRAILER
               perform CLOSE-FILES
           end-if
               if WS-TRANS-DATE of WS-TRANSACTION-RECORD
                                          = WS-BUSINESS-DATE
                   and WS-AMOUNT of WS-TRANSACTION-RECORD > 0
                   and WS-DESCRIPTION of WS-TRANSACTION-RECORD(1:17)
                                          <> MANUAL-ADJUSTMENT-TEXT
                   perform CLASSIFY-POSTED-ACTIVITY
                   move WS-AMOUNT of WS-TRANSACTION-RECORD
                                          to WS-POST-AMOUNT
                                          to WS-POST-SOURCE-ACCOUNT
                   perform POST-JOURNAL-PAIR
               end-if
      *>       Balance cancelled under a payment-protection claim is
      *>       a credit row - booked as claims paid, at its absolute
      *>       amount, so the journal lines stay positive.
               if WS-TRANS-DATE of WS-TRANSACTION-RECORD
                                          = WS-BUSINESS-DATE
                   and WS-TYPE-PROTECTION-CLAIM of WS-TRANSACTION-RECORD
                   and WS-AMOUNT of WS-TRANSACTION-RECORD < 0
                   move ACTIVITY-PROTECTION-CLAIM to WS-POST-ACTIVITY
                   compute WS-POST-AMOUNT =
                           0 - WS-AMOUNT of WS-TRANSACTION-RECORD
                   move WS-ACCOUNT-ID of WS-TRANSACTION-RECORD
                                          to WS-POST-SOURCE-ACCOUNT
                   perform POST-JOURNAL-PAIR
               end-if
               perform READ-NEXT-TRANSACTION
           end-perform
           .
      *> billed transaction fee. The rebill correction books as
      *> interest (it is a re-bill of interest, not spend), and the
      *> month-end's installment billing rows book as receivables -
      *> principal coming back onto the cycle, not fee income. The
      *> payment-protection premium carries its own transaction type
      *> and books as premium earned. Backup withholding is linked to
      *> the interest it came off and is ruled on before the link.
       CLASSIFY-POSTED-ACTIVITY SECTION.
           evaluate true
               when WS-DESCRIPTION of WS-TRANSACTION-RECORD(1:18)
                               = BACKUP-WITHHOLDING-TEXT
                   move ACTIVITY-BACKUP-WITHHOLDING to WS-POST-ACTIVITY
               when WS-TYPE-PROTECTION-PREMIUM of WS-TRANSACTION-RECORD
                   move ACTIVITY-PROTECTION-PREMIUM to WS-POST-ACTIVITY
               when WS-DESCRIPTION of WS-TRANSACTION-RECORD(1:10)
                               = ANNUAL-FEE-TEXT
                   move ACTIVITY-TXN-FEE to WS-POST-ACTIVITY
           end-perform
           .

      *> The business day's intercompany ledger rows. Cash received
      *> books twice: the receiver debits cash and credits due-to,
      *> the owner debits due-from and credits cash (the owner's
      *> card receivable was relieved by the payment). A settlement
      *> reverses those positions - the payer debits due-to and
      *> credits cash, the payee debits cash and credits due-from.
      *> Every pair balances on its own, so the group's due-to and
      *> due-from move by the same amount and still net to zero.
       EXTRACT-INTERCOMPANY SECTION.
           open input Intercompany-File
           if WS-IC-FILE-STATUS <> "00"
               exit section
           end-if
           read Intercompany-File
               at end move "10" to WS-IC-FILE-STATUS
           end-read
           perform until WS-IC-FILE-STATUS <> "00"
               if FILE-IC-ENTRY-DATE = WS-BUSINESS-DATE
                       and FILE-IC-AMOUNT is numeric
                       and FILE-DUE-TO-INSTITUTION
                               <> FILE-DUE-FROM-INSTITUTION
                   perform POST-INTERCOMPANY-ENTRY
               end-if
               read Intercompany-File
                   at end move "10" to WS-IC-FILE-STATUS
               end-read
           end-perform
           close Intercompany-File
           .

       POST-INTERCOMPANY-ENTRY SECTION.
           move 0 to WS-POST-SOURCE-ACCOUNT
           move space to WS-POST-ACCOUNT-TYPE
           if FILE-IC-SETTLEMENT
               compute WS-POST-AMOUNT = 0 - FILE-IC-AMOUNT
           else
               move FILE-IC-AMOUNT to WS-POST-AMOUNT
           end-if
           if WS-POST-AMOUNT not > 0
               exit section
           end-if
           if FILE-IC-SETTLEMENT
               move ACTIVITY-SETTLEMENT-PAID to WS-POST-ACTIVITY
           else
               move ACTIVITY-DUE-TO to WS-POST-ACTIVITY
           end-if
           move FILE-DUE-TO-INSTITUTION to WS-POST-INSTITUTION
           perform POST-JOURNAL-PAIR
           if FILE-IC-SETTLEMENT
               move ACTIVITY-SETTLEMENT-RECEIVED to WS-POST-ACTIVITY
           else
               move ACTIVITY-DUE-FROM to WS-POST-ACTIVITY
           end-if
           move FILE-DUE-FROM-INSTITUTION to WS-POST-INSTITUTION
           perform POST-JOURNAL-PAIR
           .

      *> The co-brand payables raised on the business day. Each row
      *> is one stream for one partner; the clawback row is negative
      *> and books at its absolute amount under its own activity, so
      *> the GL mapping reverses the expense against the partner
      *> instead of netting it away.
       EXTRACT-PARTNER-PAYABLES SECTION.
           open input Partner-Payable-File
           if WS-PARTNER-FILE-STATUS <> "00"
               exit section
           end-if
           read Partner-Payable-File
               at end move "10" to WS-PARTNER-FILE-STATUS
           end-read
           perform until WS-PARTNER-FILE-STATUS <> "00"
               if FILE-PAYABLE-DATE = WS-BUSINESS-DATE
                       and FILE-PAYABLE-AMOUNT is numeric
                   perform POST-PARTNER-PAYABLE
               end-if
               read Partner-Payable-File
                   at end move "10" to WS-PARTNER-FILE-STATUS
               end-read
           end-perform
           close Partner-Payable-File
           .

       POST-PARTNER-PAYABLE SECTION.
           move 0 to WS-POST-SOURCE-ACCOUNT
           move space to WS-POST-ACCOUNT-TYPE
           move 0 to WS-POST-INSTITUTION
           evaluate true
               when FILE-PAYABLE-SHARE
                   move ACTIVITY-PARTNER-SHARE to WS-POST-ACTIVITY
                   move FILE-PAYABLE-AMOUNT to WS-POST-AMOUNT
               when FILE-PAYABLE-BOUNTY
                   move ACTIVITY-PARTNER-BOUNTY to WS-POST-ACTIVITY
                   move FILE-PAYABLE-AMOUNT to WS-POST-AMOUNT
               when FILE-PAYABLE-CLAWBACK
                   move ACTIVITY-PARTNER-CLAWBACK to WS-POST-ACTIVITY
                   compute WS-POST-AMOUNT = 0 - FILE-PAYABLE-AMOUNT
               when other
                   exit section
           end-evaluate
           if WS-POST-AMOUNT not > 0
               exit section
           end-if
           perform POST-JOURNAL-PAIR
           .

      *> The network invoices reconciled on the business day. Only
      *> the agreed total books - the disputed remainder is owed to
      *> nobody until the dispute is settled. A net credit from the
      *> network books at its absolute amount the other way round.
       EXTRACT-NETWORK-PAYABLES SECTION.
           open input Network-Payable-File
           if WS-NETWORK-FILE-STATUS <> "00"
               exit section
           end-if
           read Network-Payable-File
               at end move "10" to WS-NETWORK-FILE-STATUS
           end-read
           perform until WS-NETWORK-FILE-STATUS <> "00"
               if FILE-NETWORK-PAYABLE-DATE = WS-BUSINESS-DATE
                       and FILE-NETWORK-AGREED-TOTAL is numeric
                   perform POST-NETWORK-PAYABLE
               end-if
               read Network-Payable-File
                   at end move "10" to WS-NETWORK-FILE-STATUS
               end-read
           end-perform
           close Network-Payable-File
           .

       POST-NETWORK-PAYABLE SECTION.
           move 0 to WS-POST-SOURCE-ACCOUNT
           move space to WS-POST-ACCOUNT-TYPE
           move 0 to WS-POST-INSTITUTION
           move ACTIVITY-NETWORK-FEES to WS-POST-ACTIVITY
           if FILE-NETWORK-AGREED-TOTAL < 0
               compute WS-POST-AMOUNT = 0 - FILE-NETWORK-AGREED-TOTAL
               set POST-SIDES-REVERSED to true
           else
               move FILE-NETWORK-AGREED-TOTAL to WS-POST-AMOUNT
           end-if
           if WS-POST-AMOUNT > 0
               perform POST-JOURNAL-PAIR
           end-if
           move "N" to WS-POST-SIDE-FLAG
           .

      *> The day's manual adjustments, from the register the
      *> adjustment engine appends to. A deferred-interest adjustment
      *> moved interest that is not yet billed and books nothing.
       EXTRACT-ADJUSTMENTS SECTION.
           open input Adjustment-Register-File
           if WS-ADJUSTMENT-FILE-STATUS <> "00"
               exit section
           end-if
           read Adjustment-Register-File
               at end move "10" to WS-ADJUSTMENT-FILE-STATUS
           end-read
           perform until WS-ADJUSTMENT-FILE-STATUS <> "00"
               if FILE-ADJ-POSTED-DATE = WS-BUSINESS-DATE
                       and not FILE-ADJ-TARGET-DEFERRED
                       and FILE-ADJ-AMOUNT is numeric
                       and FILE-ADJ-AMOUNT > 0
                   move FILE-ADJ-GL-ACTIVITY to WS-POST-ACTIVITY
                   move FILE-ADJ-AMOUNT to WS-POST-AMOUNT
                   move FILE-ADJ-ACCOUNT-ID to WS-POST-SOURCE-ACCOUNT
                   if FILE-ADJ-CREDIT
                       set POST-SIDES-REVERSED to true
                   end-if
                   perform POST-JOURNAL-PAIR
                   move "N" to WS-POST-SIDE-FLAG
               end-if
               read Adjustment-Register-File
                   at end move "10" to WS-ADJUSTMENT-FILE-STATUS
               end-read
           end-perform
           close Adjustment-Register-File
           .

      *> One balanced debit/credit pair per piece of activity. The
      *> mapping is keyed by activity and the account's product type;
      *> no mapping, no lines - the whole piece is reported instead,
                       WS-POST-SOURCE-ACCOUNT
               exit section
           end-if
           if POST-SIDES-REVERSED
               move MAP-CREDIT-GL(MAPPING-INDEX) to WS-DEBIT-SIDE-GL
               move MAP-DEBIT-GL(MAPPING-INDEX) to WS-CREDIT-SIDE-GL
           else
               move MAP-DEBIT-GL(MAPPING-INDEX) to WS-DEBIT-SIDE-GL
               move MAP-CREDIT-GL(MAPPING-INDEX) to WS-CREDIT-SIDE-GL
           end-if
           move "J" to GLJ-RECORD-TYPE
           move WS-DEBIT-SIDE-GL to GLJ-GL-ACCOUNT
           move WS-POST-AMOUNT to GLJ-DEBIT-AMOUNT
           move 0 to GLJ-CREDIT-AMOUNT
           move WS-POST-ACTIVITY to GLJ-ACTIVITY-CODE
           move WS-POST-SOURCE-ACCOUNT to GLJ-SOURCE-ACCOUNT
           move WS-BUSINESS-DATE to GLJ-BUSINESS-DATE
           move WS-POST-INSTITUTION to GLJ-INSTITUTION-CODE
           write GL-JOURNAL-LINE
           add 1 to WS-LINE-COUNT
           add WS-POST-AMOUNT to WS-TOTAL-DEBITS
           move WS-CREDIT-SIDE-GL to GLJ-GL-ACCOUNT
           move 0 to GLJ-DEBIT-AMOUNT
           move WS-POST-AMOUNT to GLJ-CREDIT-AMOUNT
           write GL-JOURNAL-LINE
           .

       RESOLVE-ACCOUNT-TYPE SECTION.
           if WS-POST-SOURCE-ACCOUNT = 0
               exit section
           end-if
           if WS-POST-SOURCE-ACCOUNT = WS-CACHED-ACCOUNT-ID
               move WS-CACHED-ACCOUNT-TYPE to WS-POST-ACCOUNT-TYPE
               move WS-CACHED-INSTITUTION to WS-POST-INSTITUTION
               exit section
           end-if
           move WS-POST-SOURCE-ACCOUNT to WS-ACCOUNT-ID of WS-ACCOUNT
                   and WS-ACCOUNT-ID of WS-ACCOUNT
                                   = WS-POST-SOURCE-ACCOUNT
               move WS-TYPE to WS-POST-ACCOUNT-TYPE
               move WS-INSTITUTION-CODE to WS-POST-INSTITUTION
           else
               move space to WS-POST-ACCOUNT-TYPE
               move 0 to WS-POST-INSTITUTION
           end-if
           move WS-POST-SOURCE-ACCOUNT to WS-CACHED-ACCOUNT-ID
           move WS-POST-ACCOUNT-TYPE to WS-CACHED-ACCOUNT-TYPE
           move WS-POST-INSTITUTION to WS-CACHED-INSTITUTION
           .

       LOOKUP-MAPPING SECTION.
